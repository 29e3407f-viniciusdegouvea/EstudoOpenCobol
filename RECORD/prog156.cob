       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG156.
      *     PROPOSTAS DE MERITO DO CICLO DE AVALIACAO. PARA CADA
      *     AVALIACAO DO CICLO ABERTO (AVALIAC, PROG154), CRUZA A NOTA
      *     COM A POSICAO DO SALARIO ATUAL NA FAIXA DO SETOR NA
      *     POLITICA SALARIAL (FAIXAPOL) E TIRA DA MATRIZ DE MERITO
      *     (MATRIZMR) O PERCENTUAL DE AUMENTO. PERCENTUAL MAIOR QUE
      *     ZERO VIRA PROPOSTA PENDENTE NO PROPSAL, COM A
      *     JUSTIFICATIVA "MERITO <CICLO> NOTA<N> POS<P> <PERC>%",
      *     NO LUGAR DA DIGITACAO UMA A UMA NA ENTRADA DO PROG109 -
      *     A APROVACAO CONTINUA A DO PROG109 (MODO "D"), E SO A
      *     LIBERACAO LEVA O SALARIO AO FUNCMAST. O AUMENTO NAO
      *     PASSA DO MAXIMO DA FAIXA QUANDO O SALARIO ESTA ABAIXO
      *     DELE. O PROPONENTE E O OPERADOR DA SESSAO (OPSESSAO).
      *
      *     FICAM DE FORA, COM EXCECAO: FUNCIONARIO FORA DO MESTRE OU
      *     INATIVO, SETOR SEM FAIXA NA POLITICA E QUEM JA TEM
      *     PROPOSTA PENDENTE NO PROPSAL. AO FIM, O CICLO E FECHADO -
      *     AS AVALIACOES FICAM CONGELADAS E OUTRO CICLO PODE SER
      *     ABERTO. A LISTAGEM (RELMERIT) TRAZ CADA AVALIACAO COM A
      *     POSICAO, O PERCENTUAL E O SALARIO PROPOSTO.
      *     SEM CICLO ABERTO, RETURN-CODE 8; SEM MATRIZ, OU CICLOAVL
      *     MAIOR QUE A TABELA EM MEMORIA, RETURN-CODE 16 - NOS DOIS
      *     CASOS NADA E GERADO. COM EXCECAO, RETURN-CODE 8.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-CICLOS ASSIGN TO "CICLOAVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CICLOS.

           SELECT ARQ-AVALIACOES ASSIGN TO "AVALIAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVALIACOES.

           SELECT ARQ-MATRIZ ASSIGN TO "MATRIZMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MATRIZ.

           SELECT ARQ-POLITICA ASSIGN TO "FAIXAPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.

           SELECT ARQ-PROPOSTAS ASSIGN TO "PROPSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROPOSTAS.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELMERIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-CICLOS.
       COPY CPCICLO.

       FD  ARQ-AVALIACOES.
       COPY CPAVALIA.

       FD  ARQ-MATRIZ.
       COPY CPMERITO.

       FD  ARQ-POLITICA.
       COPY CPFXPOL.

       FD  ARQ-PROPOSTAS.
       01  REG-PROPOSTA.
           05  PPS-CODIGO              PIC 9(05).
           05  PPS-SALARIO-PROPOSTO    PIC 9(6)V9(2).
           05  PPS-JUSTIFICATIVA       PIC X(30).
           05  PPS-OPERADOR-PROPOS     PIC X(08).
           05  PPS-DATA-PROPOSTA       PIC 9(08).
           05  PPS-SITUACAO            PIC X(01).
               88  PROPOSTA-PENDENTE       VALUE "P".
               88  PROPOSTA-LIBERADA       VALUE "L".
               88  PROPOSTA-RECUSADA       VALUE "R".
               88  PROPOSTA-EXPIRADA       VALUE "E".
           05  PPS-OPERADOR-DECISAO    PIC X(08).
           05  PPS-DATA-DECISAO        PIC 9(08).

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CICLOS            PIC X(02).
       01  WS-STATUS-AVALIACOES        PIC X(02).
       01  WS-STATUS-MATRIZ            PIC X(02).
       01  WS-STATUS-POLITICA          PIC X(02).
       01  WS-STATUS-PROPOSTAS         PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-CICLOS               PIC X VALUE "N".
           88  FIM-CICLOS                  VALUE "S".
       01  WS-FIM-AVALIACOES           PIC X VALUE "N".
           88  FIM-AVALIACOES              VALUE "S".
       01  WS-FIM-MATRIZ               PIC X VALUE "N".
           88  FIM-MATRIZ                  VALUE "S".
       01  WS-FIM-POLITICA             PIC X VALUE "N".
           88  FIM-POLITICA                VALUE "S".
       01  WS-FIM-PROPOSTAS            PIC X VALUE "N".
           88  FIM-PROPOSTAS               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG156".

      *    CICLOS EM MEMORIA (MESMO DESENHO DO CPCICLO).
       01  WS-QTD-CICLOS               PIC 9(02) VALUE 0.
       01  TAB-CICLOS-MEMORIA.
           05  CIM-ITEM OCCURS 50 TIMES.
               10  CIM-CICLO           PIC X(06).
               10  CIM-DATA-INICIO     PIC 9(08).
               10  CIM-DATA-FIM        PIC 9(08).
               10  CIM-SITUACAO        PIC X(01).
               10  CIM-PERC-ALVO       PIC 9(03) OCCURS 5 TIMES.
               10  CIM-DATA-ABERTURA   PIC 9(08).
               10  CIM-DATA-FECHAMENTO PIC 9(08).
               10  CIM-OPERADOR        PIC X(08).
       01  WS-IDX-CIC                  PIC 9(02).
       01  WS-IDX-CIC-ABERTO           PIC 9(02) VALUE 0.
       01  WS-CICLO-DO-MERITO          PIC X(06).

      *    MATRIZ DE MERITO - PERCENTUAL POR NOTA E POSICAO NA FAIXA.
       01  WS-QTD-LINHAS-MATRIZ        PIC 9(02) VALUE 0.
       01  TAB-MATRIZ.
           05  MTX-NOTA OCCURS 5 TIMES.
               10  MTX-PERCENTUAL      PIC 9(2)V9(2) OCCURS 5 TIMES.
       01  WS-IDX-POS                  PIC 9(01).

      *    POLITICA DE FAIXA SALARIAL POR SETOR.
       01  WS-QTD-POLITICAS            PIC 9(03) VALUE 0.
       01  TAB-POLITICAS.
           05  PFX-ITEM OCCURS 100 TIMES.
               10  PFX-SETOR           PIC X(10).
               10  PFX-MINIMO          PIC 9(6)V9(2).
               10  PFX-MAXIMO          PIC 9(6)V9(2).
       01  WS-IDX-PFX                  PIC 9(03).
       01  WS-IDX-PFX-ACHADO           PIC 9(03).

      *    PROPOSTAS JA NO PROPSAL - O TOTAL NAO PASSA DA TABELA DO
      *    PROG109, E QUEM TEM PENDENTE NAO RECEBE OUTRA.
       01  WS-LIMITE-PROPOSTAS         PIC 9(04) VALUE 2000.
       01  WS-QTD-PROPOSTAS            PIC 9(04) VALUE 0.
       01  WS-QTD-PENDENTES            PIC 9(04) VALUE 0.
       01  TAB-PENDENTES.
           05  PND-CODIGO              PIC 9(05) OCCURS 2000 TIMES.
       01  WS-IDX-PND                  PIC 9(04).
       01  WS-TEM-PENDENTE             PIC X VALUE "N".
           88  TEM-PROPOSTA-PENDENTE       VALUE "S".

       01  WS-POSICAO                  PIC 9(01).
       01  WS-TERCO-DA-FAIXA           PIC 9(03).
       01  WS-PERCENTUAL               PIC 9(2)V9(2).
       01  WS-SALARIO-PROPOSTO         PIC 9(6)V9(2).
       01  WS-SITUACAO-LINHA           PIC X(17).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-AVALIACOES       PIC 9(05) VALUE 0.
           05  WS-QTD-GERADAS          PIC 9(05) VALUE 0.
           05  WS-QTD-SEM-AUMENTO      PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADAS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-SESSAO.
           PERFORM CARREGAR-CICLOS.
           PERFORM CARREGAR-MATRIZ.
           OPEN OUTPUT ARQ-RELATORIO.
           EVALUATE TRUE
               WHEN TABELA-ESTOUROU
                   DISPLAY "** CICLOAVL MAIOR QUE A TABELA EM MEMORIA"
                       " - NADA FOI GERADO **"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-QTD-LINHAS-MATRIZ = 0
                   DISPLAY "** MATRIZ DE MERITO (MATRIZMR) AUSENTE -"
                       " NADA FOI GERADO **"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-IDX-CIC-ABERTO = 0
                   MOVE "NENHUM CICLO DE AVALIACAO ABERTO"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   DISPLAY "MERITO - NENHUM CICLO DE AVALIACAO ABERTO"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GERAR-PROPOSTAS-DO-CICLO
           END-EVALUATE.
           CLOSE ARQ-RELATORIO.
           DISPLAY "MERITO DO CICLO " WS-CICLO-DO-MERITO
               " - AVALIACOES: " WS-QTD-AVALIACOES
               " - PROPOSTAS: " WS-QTD-GERADAS
               " - SEM AUMENTO: " WS-QTD-SEM-AUMENTO
               " - REJEITADAS: " WS-QTD-REJEITADAS.
           IF RETURN-CODE = 0 AND WS-QTD-REJEITADAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       GERAR-PROPOSTAS-DO-CICLO.
           MOVE CIM-CICLO (WS-IDX-CIC-ABERTO) TO WS-CICLO-DO-MERITO.
           PERFORM CARREGAR-POLITICAS.
           PERFORM CARREGAR-PROPOSTAS.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           OPEN EXTEND ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS = "35"
               OPEN OUTPUT ARQ-PROPOSTAS
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           OPEN INPUT ARQ-AVALIACOES.
           IF WS-STATUS-AVALIACOES = "00"
               PERFORM LER-AVALIACAO
               PERFORM PROPOR-UM-MERITO UNTIL FIM-AVALIACOES
               CLOSE ARQ-AVALIACOES
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL - AVALIACOES " WS-QTD-AVALIACOES
               " PROPOSTAS " WS-QTD-GERADAS
               " SEM AUMENTO " WS-QTD-SEM-AUMENTO
               " REJEITADAS " WS-QTD-REJEITADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-PROPOSTAS.
           CLOSE ARQ-EXCECOES.
           CLOSE FUNCIONARIO-MASTER.
           PERFORM FECHAR-O-CICLO.

       LER-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.

      *--------------------------------------------------------------*
      *    CARGA DOS CICLOS, DA MATRIZ, DA POLITICA E DO PROPSAL.
      *--------------------------------------------------------------*
       CARREGAR-CICLOS.
           OPEN INPUT ARQ-CICLOS.
           IF WS-STATUS-CICLOS = "00"
               PERFORM LER-CICLO
               PERFORM GUARDAR-UM-CICLO UNTIL FIM-CICLOS
               CLOSE ARQ-CICLOS
           END-IF.

       LER-CICLO.
           READ ARQ-CICLOS
               AT END SET FIM-CICLOS TO TRUE
           END-READ.

       GUARDAR-UM-CICLO.
           IF WS-QTD-CICLOS < 50
               ADD 1 TO WS-QTD-CICLOS
               MOVE REG-CICLO-AVALIACAO TO CIM-ITEM (WS-QTD-CICLOS)
               IF CIC-ABERTO
                   MOVE WS-QTD-CICLOS TO WS-IDX-CIC-ABERTO
               END-IF
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-CICLO.

       CARREGAR-MATRIZ.
           MOVE ZEROS TO TAB-MATRIZ.
           OPEN INPUT ARQ-MATRIZ.
           IF WS-STATUS-MATRIZ = "00"
               PERFORM LER-MATRIZ
               PERFORM GUARDAR-UMA-LINHA-DA-MATRIZ UNTIL FIM-MATRIZ
               CLOSE ARQ-MATRIZ
           END-IF.

       LER-MATRIZ.
           READ ARQ-MATRIZ
               AT END SET FIM-MATRIZ TO TRUE
           END-READ.

       GUARDAR-UMA-LINHA-DA-MATRIZ.
           IF MTZ-NOTA IS NUMERIC
               AND MTZ-NOTA > 0 AND MTZ-NOTA < 6
               ADD 1 TO WS-QTD-LINHAS-MATRIZ
               PERFORM VARYING WS-IDX-POS FROM 1 BY 1
                       UNTIL WS-IDX-POS > 5
                   IF MTZ-PERCENTUAL (WS-IDX-POS) IS NUMERIC
                       MOVE MTZ-PERCENTUAL (WS-IDX-POS)
                           TO MTX-PERCENTUAL (MTZ-NOTA, WS-IDX-POS)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LER-MATRIZ.

       CARREGAR-POLITICAS.
           OPEN INPUT ARQ-POLITICA.
           IF WS-STATUS-POLITICA = "00"
               PERFORM LER-POLITICA
               PERFORM GUARDAR-UMA-POLITICA UNTIL FIM-POLITICA
               CLOSE ARQ-POLITICA
           END-IF.

       LER-POLITICA.
           READ ARQ-POLITICA
               AT END SET FIM-POLITICA TO TRUE
           END-READ.

       GUARDAR-UMA-POLITICA.
           IF WS-QTD-POLITICAS < 100
               ADD 1 TO WS-QTD-POLITICAS
               MOVE POL-SETOR TO PFX-SETOR (WS-QTD-POLITICAS)
               MOVE POL-SALARIO-MINIMO
                   TO PFX-MINIMO (WS-QTD-POLITICAS)
               MOVE POL-SALARIO-MAXIMO
                   TO PFX-MAXIMO (WS-QTD-POLITICAS)
           END-IF.
           PERFORM LER-POLITICA.

       CARREGAR-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS = "00"
               PERFORM LER-PROPOSTA
               PERFORM GUARDAR-UMA-PROPOSTA UNTIL FIM-PROPOSTAS
               CLOSE ARQ-PROPOSTAS
           END-IF.

       LER-PROPOSTA.
           READ ARQ-PROPOSTAS
               AT END SET FIM-PROPOSTAS TO TRUE
           END-READ.

       GUARDAR-UMA-PROPOSTA.
           ADD 1 TO WS-QTD-PROPOSTAS.
           IF PROPOSTA-PENDENTE
               AND WS-QTD-PENDENTES < WS-LIMITE-PROPOSTAS
               ADD 1 TO WS-QTD-PENDENTES
               MOVE PPS-CODIGO TO PND-CODIGO (WS-QTD-PENDENTES)
           END-IF.
           PERFORM LER-PROPOSTA.

      *--------------------------------------------------------------*
      *    UMA AVALIACAO DO CICLO - POSICAO NA FAIXA, PERCENTUAL DA
      *    MATRIZ E, SE HOUVER AUMENTO, A PROPOSTA PENDENTE.
      *--------------------------------------------------------------*
       LER-AVALIACAO.
           READ ARQ-AVALIACOES
               AT END SET FIM-AVALIACOES TO TRUE
           END-READ.

       PROPOR-UM-MERITO.
           IF AVL-CICLO = WS-CICLO-DO-MERITO
               ADD 1 TO WS-QTD-AVALIACOES
               MOVE AVL-CODIGO TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE "AVL-CODIGO"  TO WS-CAMPO-REJEITADO
                       MOVE AVL-CODIGO    TO WS-VALOR-REJEITADO
                       MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADAS
                   NOT INVALID KEY
                       PERFORM CONFERIR-E-PROPOR
               END-READ
           END-IF.
           PERFORM LER-AVALIACAO.

       CONFERIR-E-PROPOR.
           MOVE "N" TO WS-TEM-PENDENTE.
           PERFORM VARYING WS-IDX-PND FROM 1 BY 1
                   UNTIL WS-IDX-PND > WS-QTD-PENDENTES
                      OR TEM-PROPOSTA-PENDENTE
               IF PND-CODIGO (WS-IDX-PND) = CODIGO
                   SET TEM-PROPOSTA-PENDENTE TO TRUE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-IDX-PFX-ACHADO.
           PERFORM VARYING WS-IDX-PFX FROM 1 BY 1
                   UNTIL WS-IDX-PFX > WS-QTD-POLITICAS
               IF PFX-SETOR (WS-IDX-PFX) = SETOR
                   MOVE WS-IDX-PFX TO WS-IDX-PFX-ACHADO
               END-IF
           END-PERFORM.
           MOVE "AVL-CODIGO"  TO WS-CAMPO-REJEITADO.
           MOVE AVL-CODIGO    TO WS-VALOR-REJEITADO.
           EVALUATE TRUE
               WHEN SITUACAO-INATIVA
                   MOVE "FUNCIONARIO NAO ESTA ATIVO"
                                      TO WS-MOTIVO-REJEICAO
               WHEN AVL-NOTA IS NOT NUMERIC
                 OR AVL-NOTA < 1 OR AVL-NOTA > 5
                   MOVE "NOTA DA AVALIACAO FORA DE 1 A 5"
                                      TO WS-MOTIVO-REJEICAO
               WHEN TEM-PROPOSTA-PENDENTE
                   MOVE "JA HA PROPOSTA PENDENTE PARA O CODIGO"
                                      TO WS-MOTIVO-REJEICAO
               WHEN WS-IDX-PFX-ACHADO = 0
                   MOVE "SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE SETOR         TO WS-VALOR-REJEITADO
                   MOVE "SETOR SEM FAIXA SALARIAL (FAIXAPOL)"
                                      TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE SPACES        TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADAS
           ELSE
               PERFORM CALCULAR-O-MERITO
               PERFORM GRAVAR-PROPOSTA-DE-MERITO
           END-IF.

      *    POSICAO NA FAIXA: 1 ABAIXO DO MINIMO, 2 A 4 O TERCO DA
      *    FAIXA, 5 NO MAXIMO OU ACIMA.
       CALCULAR-O-MERITO.
           EVALUATE TRUE
               WHEN SALARIO < PFX-MINIMO (WS-IDX-PFX-ACHADO)
                   MOVE 1 TO WS-POSICAO
               WHEN SALARIO NOT < PFX-MAXIMO (WS-IDX-PFX-ACHADO)
                   MOVE 5 TO WS-POSICAO
               WHEN OTHER
                   COMPUTE WS-TERCO-DA-FAIXA =
                       (SALARIO - PFX-MINIMO (WS-IDX-PFX-ACHADO)) * 3
                       / (PFX-MAXIMO (WS-IDX-PFX-ACHADO)
                          - PFX-MINIMO (WS-IDX-PFX-ACHADO))
                   COMPUTE WS-POSICAO = WS-TERCO-DA-FAIXA + 2
           END-EVALUATE.
           MOVE MTX-PERCENTUAL (AVL-NOTA, WS-POSICAO)
               TO WS-PERCENTUAL.
           COMPUTE WS-SALARIO-PROPOSTO ROUNDED =
               SALARIO * (100 + WS-PERCENTUAL) / 100.
           IF SALARIO < PFX-MAXIMO (WS-IDX-PFX-ACHADO)
               AND WS-SALARIO-PROPOSTO > PFX-MAXIMO (WS-IDX-PFX-ACHADO)
               MOVE PFX-MAXIMO (WS-IDX-PFX-ACHADO)
                   TO WS-SALARIO-PROPOSTO
           END-IF.

       GRAVAR-PROPOSTA-DE-MERITO.
           EVALUATE TRUE
               WHEN WS-SALARIO-PROPOSTO NOT > SALARIO
                   MOVE "SEM AUMENTO"       TO WS-SITUACAO-LINHA
                   ADD 1 TO WS-QTD-SEM-AUMENTO
               WHEN WS-QTD-PROPOSTAS NOT < WS-LIMITE-PROPOSTAS
                   MOVE "AVL-CODIGO"        TO WS-CAMPO-REJEITADO
                   MOVE AVL-CODIGO          TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE PROPOSTAS CHEIO (2000)"
                                            TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADAS
                   MOVE "PROPSAL CHEIO"     TO WS-SITUACAO-LINHA
               WHEN OTHER
                   MOVE CODIGO              TO PPS-CODIGO
                   MOVE WS-SALARIO-PROPOSTO TO PPS-SALARIO-PROPOSTO
                   MOVE SPACES              TO PPS-JUSTIFICATIVA
                   STRING "MERITO " WS-CICLO-DO-MERITO
                       " NOTA" AVL-NOTA " POS" WS-POSICAO
                       " " WS-PERCENTUAL "%"
                       DELIMITED BY SIZE INTO PPS-JUSTIFICATIVA
                   END-STRING
                   MOVE WS-OPERADOR-SESSAO  TO PPS-OPERADOR-PROPOS
                   MOVE WS-DATA-HOJE        TO PPS-DATA-PROPOSTA
                   MOVE "P"                 TO PPS-SITUACAO
                   MOVE SPACES              TO PPS-OPERADOR-DECISAO
                   MOVE 0                   TO PPS-DATA-DECISAO
                   WRITE REG-PROPOSTA
                   ADD 1 TO WS-QTD-PROPOSTAS
                   ADD 1 TO WS-QTD-GERADAS
                   MOVE "PROPOSTA PENDENTE" TO WS-SITUACAO-LINHA
           END-EVALUATE.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " CODIGO
               " " NOME
               " " SETOR
               " " AVL-NOTA
               "  " WS-POSICAO
               "  " WS-PERCENTUAL
               " " SALARIO
               " " WS-SALARIO-PROPOSTO
               " " WS-SITUACAO-LINHA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *--------------------------------------------------------------*
      *    FECHAMENTO DO CICLO E LISTAGEM.
      *--------------------------------------------------------------*
       FECHAR-O-CICLO.
           MOVE "F" TO CIM-SITUACAO (WS-IDX-CIC-ABERTO).
           MOVE WS-DATA-HOJE
               TO CIM-DATA-FECHAMENTO (WS-IDX-CIC-ABERTO).
           OPEN OUTPUT ARQ-CICLOS.
           PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
                   UNTIL WS-IDX-CIC > WS-QTD-CICLOS
               MOVE CIM-ITEM (WS-IDX-CIC) TO REG-CICLO-AVALIACAO
               WRITE REG-CICLO-AVALIACAO
           END-PERFORM.
           CLOSE ARQ-CICLOS.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROPOSTAS DE MERITO DO CICLO " WS-CICLO-DO-MERITO
               " - " WS-DATA-HOJE " - PROPONENTE " WS-OPERADOR-SESSAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CODIGO NOME       SETOR      N POS PERC"
               "  SALARIO  PROPOSTO SITUACAO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       REGISTRAR-EXCECAO.
           MOVE "PROG156"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

      *     A FICHA ANTES DE ACEITAR, CONFERE SE O NOME JA EXISTE NO
      *     CADASTRO DE FUNCIONARIOS PARA AVISAR DE UMA POSSIVEL
      *     DUPLICIDADE, E GRAVA A FICHA VALIDADA NO ARQUIVO CADASTRO.
      *
      *     A FICHA DE UM CANDIDATO A UMA REQUISICAO DE VAGA (NUMERO
      *     NO FIM DO CARTAO, OU PERGUNTADO NA TELA - ZERO E ADMISSAO
      *     DIRETA, COMO ANTES) NAO VAI PARA O CADASTRO: A REQUISICAO
      *     TEM DE ESTAR ABERTA (REQUISIC), NO MESMO SETOR E COM O
      *     SALARIO DENTRO DA FAIXA, E A FICHA ENTRA NO PROCESSO
      *     SELETIVO (CANDIDAT) NA TRIAGEM. SO A OFERTA ACEITA, NO
      *     PROG148, SOLTA A FICHA PARA A PONTE DE ADMISSAO. O MESMO
      *     DOCUMENTO DUAS VEZES NA MESMA REQUISICAO E RECUSADO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CEP.

           SELECT ARQ-REQUISICOES ASSIGN TO "REQUISIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REQUISICOES.

           SELECT ARQ-CANDIDATOS ASSIGN TO "CANDIDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

       DATA DIVISION.
       FILE SECTION.

           05  PARM-SETOR              PIC X(10).
           05  PARM-SALARIO            PIC 9(6)V9(2).
           05  PARM-DATA-ADMISSAO      PIC 9(08).
           05  PARM-REQUISICAO         PIC 9(05).

       FD  ARQ-LOG.
       COPY CPOPLOG.
       FD  ARQ-TABELA-CEP.
       COPY CPCEPTAB.

       FD  ARQ-REQUISICOES.
       COPY CPREQVAG.

       FD  ARQ-CANDIDATOS.
       COPY CPCANDID.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-CADASTRO          PIC X(02).
       01  WS-CEP-ACHOU-FAIXA          PIC X(01).
           88  CEP-ACHOU-FAIXA             VALUE "S".

      *    REQUISICAO DE VAGA DO CANDIDATO E DUPLICIDADE DO DOCUMENTO
      *    NO PROCESSO SELETIVO.
       01  WS-STATUS-REQUISICOES       PIC X(02).
       01  WS-STATUS-CANDIDATOS        PIC X(02).
       01  WS-FIM-REQUISICOES          PIC X VALUE "N".
           88  FIM-REQUISICOES             VALUE "S".
       01  WS-FIM-CANDIDATOS           PIC X VALUE "N".
           88  FIM-CANDIDATOS              VALUE "S".
       01  WS-ACHOU-REQUISICAO         PIC X VALUE "N".
           88  ACHOU-REQUISICAO            VALUE "S".
       01  WS-ACHOU-CANDIDATO          PIC X VALUE "N".
           88  ACHOU-CANDIDATO             VALUE "S".
       01  WS-MOTIVO-REQUISICAO        PIC X(50).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE PARM-SETOR           TO CAD-SETOR.
           MOVE PARM-SALARIO         TO CAD-SALARIO.
           MOVE PARM-DATA-ADMISSAO   TO CAD-DATA-ADMISSAO.
           IF PARM-REQUISICAO IS NUMERIC
               MOVE PARM-REQUISICAO  TO CAD-REQUISICAO
           ELSE
               MOVE 0                TO CAD-REQUISICAO
           END-IF.
           MOVE SPACES               TO CAD-CARGO.
           MOVE SPACE                TO CAD-OVERRIDE-QUADRO.
           MOVE "PROG4"              TO LOG-PROGRAMA.
           MOVE "LIDA FICHA DE CADASTRO EM LOTE" TO LOG-EVENTO.
           MOVE WS-DATA-HOJE         TO LOG-DATA-HORA.
           ACCEPT CAD-SALARIO.
           DISPLAY "Qual a data de admissao (AAAAMMDD)?".
           ACCEPT CAD-DATA-ADMISSAO.
           DISPLAY "Qual a requisicao de vaga (0 = admissao direta)?".
           ACCEPT CAD-REQUISICAO.
           IF CAD-REQUISICAO IS NOT NUMERIC
               MOVE 0 TO CAD-REQUISICAO
           END-IF.
           MOVE SPACES TO CAD-CARGO.
           MOVE SPACE  TO CAD-OVERRIDE-QUADRO.
           PERFORM VALIDAR-CADASTRO.
           IF ENTRADA-INVALIDA
               DISPLAY "Ficha incompleta ou invalida, preencha de novo."
               MOVE "S" TO WS-ERRO-ENTRADA
           END-IF.
           PERFORM CONFERIR-CEP-DO-ENDERECO.
           IF CAD-REQUISICAO > 0 AND NOT ENTRADA-INVALIDA
               PERFORM CONFERIR-REQUISICAO-DE-VAGA
           END-IF.

      *--------------------------------------------------------------*
      *    TABELA DE REFERENCIA DE CEP E CONFERENCIA DO ENDERECO DA
           MOVE WS-HORA-AGORA       TO EXC-HORA.
           WRITE REG-EXCECAO.

      *--------------------------------------------------------------*
      *    CANDIDATO A UMA REQUISICAO DE VAGA - A REQUISICAO TEM DE
      *    ESTAR ABERTA, NO SETOR DA FICHA E COM O SALARIO NA FAIXA,
      *    E O DOCUMENTO AINDA NAO PODE ESTAR NELA.
      *--------------------------------------------------------------*
       CONFERIR-REQUISICAO-DE-VAGA.
           MOVE SPACES TO WS-MOTIVO-REQUISICAO.
           MOVE "N" TO WS-ACHOU-REQUISICAO.
           OPEN INPUT ARQ-REQUISICOES.
           IF WS-STATUS-REQUISICOES = "00"
               MOVE "N" TO WS-FIM-REQUISICOES
               PERFORM LER-REQUISICAO
               PERFORM PROCURAR-UMA-REQUISICAO
                   UNTIL FIM-REQUISICOES OR ACHOU-REQUISICAO
               CLOSE ARQ-REQUISICOES
           END-IF.
           IF NOT ACHOU-REQUISICAO
               MOVE "REQUISICAO DE VAGA INEXISTENTE"
                   TO WS-MOTIVO-REQUISICAO
           ELSE
               IF NOT REQ-ABERTA
                   MOVE "REQUISICAO DE VAGA NAO ESTA ABERTA"
                       TO WS-MOTIVO-REQUISICAO
               ELSE
                   IF REQ-SETOR NOT = CAD-SETOR
                       MOVE "SETOR DA FICHA DIFERE DO DA REQUISICAO"
                           TO WS-MOTIVO-REQUISICAO
                   ELSE
                       IF CAD-SALARIO < REQ-SALARIO-MINIMO
                           OR CAD-SALARIO > REQ-SALARIO-MAXIMO
                           MOVE "SALARIO FORA DA FAIXA DA REQUISICAO"
                               TO WS-MOTIVO-REQUISICAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO-REQUISICAO = SPACES
               PERFORM VERIFICAR-CANDIDATO-REPETIDO
           END-IF.
           IF WS-MOTIVO-REQUISICAO NOT = SPACES
               MOVE "S" TO WS-ERRO-ENTRADA
               PERFORM REGISTRAR-EXCECAO-REQUISICAO
           END-IF.

       LER-REQUISICAO.
           READ ARQ-REQUISICOES
               AT END SET FIM-REQUISICOES TO TRUE
           END-READ.

       PROCURAR-UMA-REQUISICAO.
           IF REQ-NUMERO = CAD-REQUISICAO
               SET ACHOU-REQUISICAO TO TRUE
           ELSE
               PERFORM LER-REQUISICAO
           END-IF.

       VERIFICAR-CANDIDATO-REPETIDO.
           MOVE "N" TO WS-ACHOU-CANDIDATO.
           OPEN INPUT ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS = "00"
               MOVE "N" TO WS-FIM-CANDIDATOS
               PERFORM LER-CANDIDATO
               PERFORM COMPARAR-UM-CANDIDATO
                   UNTIL FIM-CANDIDATOS OR ACHOU-CANDIDATO
               CLOSE ARQ-CANDIDATOS
           END-IF.
           IF ACHOU-CANDIDATO
               MOVE "DOCUMENTO JA INSCRITO NESTA REQUISICAO"
                   TO WS-MOTIVO-REQUISICAO
           END-IF.

       LER-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END SET FIM-CANDIDATOS TO TRUE
           END-READ.

       COMPARAR-UM-CANDIDATO.
           IF CND-REQUISICAO = CAD-REQUISICAO
               AND CND-DOCUMENTO = CAD-DOCUMENTO
               SET ACHOU-CANDIDATO TO TRUE
           ELSE
               PERFORM LER-CANDIDATO
           END-IF.

       REGISTRAR-EXCECAO-REQUISICAO.
           MOVE "PROG4"             TO EXC-PROGRAMA.
           MOVE "CAD-REQUISICAO"    TO EXC-CAMPO.
           MOVE CAD-REQUISICAO      TO EXC-VALOR.
           MOVE WS-MOTIVO-REQUISICAO TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE        TO EXC-DATA.
           MOVE WS-HORA-AGORA       TO EXC-HORA.
           WRITE REG-EXCECAO.

       REGISTRAR-EXCECAO-CADASTRO.
           MOVE "PROG4"             TO EXC-PROGRAMA.
           MOVE "FICHA-CADASTRO"    TO EXC-CAMPO.
      *--------------------------------------------------------------*
      *    FICHA SEM DATA DE ADMISSAO ASSUME A DATA DO DIA - A
      *    ADMISSAO TIPICA E DIGITADA NO PROPRIO DIA EM QUE COMECA.
      *    A FICHA DE CANDIDATO VAI PARA O PROCESSO SELETIVO, NA
      *    TRIAGEM - A DATA DE ADMISSAO SO SE FIRMA NA OFERTA ACEITA.
      *--------------------------------------------------------------*
       GRAVAR-CADASTRO.
           IF CAD-REQUISICAO > 0
               PERFORM GRAVAR-CANDIDATO
           ELSE
               IF CAD-DATA-ADMISSAO IS NOT NUMERIC
                   OR CAD-DATA-ADMISSAO = 0
                   MOVE WS-DATA-HOJE TO CAD-DATA-ADMISSAO
               END-IF
               WRITE REG-CADASTRO-PESSOA
           END-IF.

       GRAVAR-CANDIDATO.
           MOVE CAD-REQUISICAO      TO CND-REQUISICAO.
           MOVE CAD-DOCUMENTO       TO CND-DOCUMENTO.
           MOVE CAD-NOME            TO CND-NOME.
           SET CND-TRIAGEM          TO TRUE.
           MOVE WS-DATA-HOJE        TO CND-DATA-INCLUSAO.
           MOVE WS-DATA-HOJE        TO CND-DATA-ETAPA.
           MOVE REG-CADASTRO-PESSOA TO CND-FICHA.
           OPEN EXTEND ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS = "35"
               OPEN OUTPUT ARQ-CANDIDATOS
           END-IF.
           WRITE REG-CANDIDATO.
           CLOSE ARQ-CANDIDATOS.

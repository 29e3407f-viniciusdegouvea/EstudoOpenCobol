       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG162.
      *     EXECUTOR DE UM FLUXO DO CALCULO DE FOLHA EM PARALELO.
      *     RODA EM JOB PROPRIO, DISPARADO PELO AGENDADOR DEPOIS DA
      *     ABERTURA (PROG163), COM A VARIAVEL DE AMBIENTE FLUXOFOL
      *     DIZENDO QUAL FLUXO (01 A 99); OS FLUXOS RODAM AO MESMO
      *     TEMPO, CADA UM SO COM AS SUAS EMPRESAS.
      *
      *     O PROG29 E CHAMADO SEM ALTERACAO: O EXECUTOR REDIRECIONA,
      *     PELO MAPEAMENTO DD DO AMBIENTE (COMO A HOMOLOGACAO DO
      *     PROG42), OS NOMES LOGICOS QUE O CALCULO GRAVA PARA NOMES
      *     PROPRIOS DO FLUXO - PREFIXO DE CINCO LETRAS MAIS O NUMERO:
      *       - CARTAO DE EMPRESAS EMPRFNN (NO LUGAR DO EMPRPRM),
      *         PONTO DE CONTROLE FCKPFNN, CARTAO DE CONTROLE FCTLFNN
      *         (QUANTIDADE E BRUTO ESPERADOS DO FLUXO, OPCIONAL) E
      *         TRAVA RLCKFNN - CADA FLUXO TEM O SEU CHECKPOINT, O SEU
      *         TOTAL DE CONTROLE E REINICIA SOZINHO;
      *       - COPIAS DO FOLHAHIST, BANCOHOR, DESCPEND, PENSPAGO,
      *         EMPRESTI, ADIANTA, FERIASAG, REEMBOLS E COPAGTO, TIRADAS
      *         DOS ORIGINAIS NA PARTIDA DO FLUXO (O CALCULO LE O
      *         HISTORICO INTEIRO PARA AS MEDIAS E REGRAVA ESSES
      *         ARQUIVOS POR INTEIRO - DOIS FLUXOS NO MESMO ARQUIVO SE
      *         SOBREPORIAM). A JUNCAO (PROG164) DEVOLVE O RESULTADO
      *         AOS ORIGINAIS;
      *       - IMAGEM ANTERIOR FIMGFNN, REMESSAS VTCPFNN (VALE-
      *         TRANSPORTE) E PVCTFNN (PREVIDENCIA) E OS RELATORIOS
      *         RQUIFNN, RDPNFNN E RVTRFNN, UM DE CADA POR FLUXO. A
      *         JUNCAO CONCATENA AS REMESSAS E OS RELATORIOS NOS NOMES
      *         NORMAIS; A IMAGEM FICA NO FLUXO - O ESTORNO (PROG135)
      *         DE UMA EMPRESA CALCULADA EM FLUXO ACHA O FLUXO DELA NO
      *         FLUXOFOL E USA O FIMGFNN.
      *
      *     COM PONTO DE CONTROLE GRAVADO (FLUXO QUE CAIU NO MEIO), A
      *     NOVA EXECUCAO E UM RESTART: AS COPIAS NAO SAO TIRADAS DE
      *     NOVO E O PROG29 CONTINUA DEPOIS DO ULTIMO FUNCIONARIO
      *     CONFIRMADO. SEM PONTO DE CONTROLE, O FLUXO PARTE DE NOVO
      *     DOS ORIGINAIS, QUE SO MUDAM NA JUNCAO.
      *
      *     A SITUACAO DO FLUXO (FSITFNN) PASSA A "E" NA PARTIDA E, NO
      *     FIM, A "C" (CONCLUIDO) OU "F" (FALHOU, COM O RETORNO), COM
      *     A QUANTIDADE E O BRUTO QUE O FLUXO ACRESCENTOU AO FOLHAHIST.
      *     O RETURN-CODE DO PROG29 E DEVOLVIDO AO AGENDADOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SITUACAO ASSIGN TO DYNAMIC WS-NOME-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT ARQ-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-COPIA ASSIGN TO DYNAMIC WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPIA.

           SELECT ARQ-HIST-FLUXO ASSIGN TO DYNAMIC WS-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-FLUXO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-SITUACAO.
       01  REG-SITUACAO-ARQUIVO        PIC X(51).

      *    OS ARQUIVOS COPIADOS PASSAM PELO MESMO PAR DE FD GENERICOS;
      *    O MESMO FD DA COPIA LE O PONTO DE CONTROLE E A TRAVA.
       FD  ARQ-ORIGEM.
       01  REG-ORIGEM                  PIC X(300).

       FD  ARQ-COPIA.
       01  REG-COPIA                   PIC X(300).

       FD  ARQ-HIST-FLUXO.
       COPY CPFOLHIS.

       WORKING-STORAGE SECTION.

       COPY CPFLXSIT.

       01  WS-STATUS-SITUACAO          PIC X(02).
       01  WS-STATUS-ORIGEM            PIC X(02).
       01  WS-STATUS-COPIA             PIC X(02).
       01  WS-STATUS-HIST-FLUXO        PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FLUXO-AMBIENTE           PIC X(02).
       01  WS-FLUXO                    PIC 9(02).
       01  WS-FLUXO-X REDEFINES WS-FLUXO
                                       PIC X(02).

       01  WS-NOME-SITUACAO            PIC X(10).
       01  WS-NOME-ORIGEM              PIC X(10).
       01  WS-NOME-COPIA               PIC X(10).
       01  WS-NOME-DD                  PIC X(13).

       01  WS-FIM-ORIGEM               PIC X VALUE "N".
           88  FIM-ORIGEM                  VALUE "S".
       01  WS-FIM-HIST-FLUXO           PIC X VALUE "N".
           88  FIM-HIST-FLUXO              VALUE "S".

      *    NOMES LOGICOS DO PROG29 REDIRECIONADOS PARA O FLUXO:
      *    NOME ORIGINAL, PREFIXO DO NOME DO FLUXO E "S" QUANDO O
      *    FLUXO PARTE DE UMA COPIA DO ORIGINAL.
       01  TAB-NOMES-DO-FLUXO.
           05  FILLER PIC X(16) VALUE "FOLHAHIST FHSTFS".
           05  FILLER PIC X(16) VALUE "BANCOHOR  BHORFS".
           05  FILLER PIC X(16) VALUE "DESCPEND  DPNDFS".
           05  FILLER PIC X(16) VALUE "PENSPAGO  PPAGFS".
           05  FILLER PIC X(16) VALUE "EMPRESTI  EMPTFS".
           05  FILLER PIC X(16) VALUE "ADIANTA   ADIAFS".
           05  FILLER PIC X(16) VALUE "FERIASAG  FAGDFS".
           05  FILLER PIC X(16) VALUE "REEMBOLS  RMBSFS".
           05  FILLER PIC X(16) VALUE "COPAGTO   CPAGFS".
           05  FILLER PIC X(16) VALUE "EMPRPRM   EMPRFN".
           05  FILLER PIC X(16) VALUE "FOLHACKP  FCKPFN".
           05  FILLER PIC X(16) VALUE "FOLHACTL  FCTLFN".
           05  FILLER PIC X(16) VALUE "RUNLOCK   RLCKFN".
           05  FILLER PIC X(16) VALUE "FOLHAIMG  FIMGFN".
           05  FILLER PIC X(16) VALUE "VTCOMPRA  VTCPFN".
           05  FILLER PIC X(16) VALUE "PREVCONT  PVCTFN".
           05  FILLER PIC X(16) VALUE "RELQUIT   RQUIFN".
           05  FILLER PIC X(16) VALUE "RELDPEND  RDPNFN".
           05  FILLER PIC X(16) VALUE "RELVTRAN  RVTRFN".
       01  FILLER REDEFINES TAB-NOMES-DO-FLUXO.
           05  NFX-ITEM OCCURS 19 TIMES.
               10  NFX-NOME-ORIGINAL   PIC X(10).
               10  NFX-PREFIXO         PIC X(05).
               10  NFX-COPIAR          PIC X(01).
       01  WS-IDX-NFX                  PIC 9(02).

       01  WS-RODADA-RESTART           PIC X VALUE "N".
           88  RODADA-EM-RESTART           VALUE "S".
       01  WS-FLUXO-LIBERADO           PIC X VALUE "N".
           88  FLUXO-LIBERADO              VALUE "S".

       01  WS-QTD-LIDOS                PIC 9(07).
       01  WS-QTD-HIST-ORIGINAL        PIC 9(07) VALUE 0.
       01  WS-QTD-BANCO-ORIGINAL       PIC 9(07) VALUE 0.
       01  WS-RETORNO-CALCULO          PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE SPACES TO WS-FLUXO-AMBIENTE.
           ACCEPT WS-FLUXO-AMBIENTE FROM ENVIRONMENT "FLUXOFOL".
           MOVE WS-FLUXO-AMBIENTE TO WS-FLUXO-X.
           IF WS-FLUXO-X IS NOT NUMERIC OR WS-FLUXO = 0
               DISPLAY "** VARIAVEL FLUXOFOL AUSENTE OU INVALIDA ("
                   WS-FLUXO-AMBIENTE ") - FLUXO NAO EXECUTADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CONFERIR-SITUACAO-DO-FLUXO
               IF FLUXO-LIBERADO
                   PERFORM EXECUTAR-O-FLUXO
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    SO RODA FLUXO ABERTO PELO PROG163 E AINDA NAO CONCLUIDO;
      *    FLUXO COM A TRAVA PROPRIA TOMADA ESTA RODANDO EM OUTRO JOB
      *    (OU CAIU SEM LIBERAR - A TRAVA E LIMPA A MAO, COMO A DO
      *    MESTRE).
      *--------------------------------------------------------------*
       CONFERIR-SITUACAO-DO-FLUXO.
           MOVE SPACES TO WS-NOME-SITUACAO.
           STRING "FSITF" WS-FLUXO DELIMITED BY SIZE
               INTO WS-NOME-SITUACAO
           END-STRING.
           MOVE SPACES TO REG-SITUACAO-FLUXO.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               READ ARQ-SITUACAO INTO REG-SITUACAO-FLUXO
                   AT END MOVE SPACES TO REG-SITUACAO-FLUXO
               END-READ
               CLOSE ARQ-SITUACAO
           END-IF.
           EVALUATE TRUE
               WHEN FLUXO-CONCLUIDO OR FLUXO-JUNTADO
                   DISPLAY "FLUXO " WS-FLUXO " JA CONCLUIDO ("
                       FXS-SITUACAO ") - NADA A EXECUTAR"
               WHEN FLUXO-PREPARADO OR FLUXO-EM-EXECUCAO
                   OR FLUXO-COM-FALHA
                   PERFORM CONFERIR-TRAVA-DO-FLUXO
               WHEN OTHER
                   DISPLAY "** FLUXO " WS-FLUXO " NAO FOI ABERTO PELO"
                       " PROG163 (" WS-NOME-SITUACAO ") **"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       CONFERIR-TRAVA-DO-FLUXO.
           MOVE "RLCKF" TO WS-NOME-COPIA.
           MOVE WS-FLUXO-X TO WS-NOME-COPIA (6:2).
           SET FLUXO-LIBERADO TO TRUE.
           OPEN INPUT ARQ-COPIA.
           IF WS-STATUS-COPIA = "00"
               READ ARQ-COPIA
                   NOT AT END
                       IF REG-COPIA NOT = SPACES
                           MOVE "N" TO WS-FLUXO-LIBERADO
                       END-IF
               END-READ
               CLOSE ARQ-COPIA
           END-IF.
           IF NOT FLUXO-LIBERADO
               DISPLAY "** FLUXO " WS-FLUXO " EM EXECUCAO EM OUTRO JOB"
                   " (TRAVA " WS-NOME-COPIA ") **"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      *    EXECUCAO - COPIAS (SE NAO FOR RESTART), REDIRECIONAMENTO,
      *    CALCULO E SITUACAO FINAL.
      *--------------------------------------------------------------*
       EXECUTAR-O-FLUXO.
           MOVE FXS-QTD-HIST-ORIGINAL  TO WS-QTD-HIST-ORIGINAL.
           MOVE FXS-QTD-BANCO-ORIGINAL TO WS-QTD-BANCO-ORIGINAL.
           PERFORM VERIFICAR-PONTO-DE-CONTROLE.
           IF RODADA-EM-RESTART
               DISPLAY "FLUXO " WS-FLUXO " - RESTART A PARTIR DO"
                   " PONTO DE CONTROLE"
           ELSE
               PERFORM COPIAR-UM-ORIGINAL
                   VARYING WS-IDX-NFX FROM 1 BY 1
                   UNTIL WS-IDX-NFX > 19
           END-IF.

           MOVE "E" TO FXS-SITUACAO.
           MOVE 0   TO WS-RETORNO-CALCULO.
           PERFORM GRAVAR-SITUACAO-DO-FLUXO.

           PERFORM REDIRECIONAR-UM-NOME
               VARYING WS-IDX-NFX FROM 1 BY 1
               UNTIL WS-IDX-NFX > 19.
           CALL "PROG29"
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-RETORNO-CALCULO.

           PERFORM TOTALIZAR-O-QUE-O-FLUXO-GRAVOU.
           IF WS-RETORNO-CALCULO = 0
               MOVE "C" TO FXS-SITUACAO
               DISPLAY "FLUXO " WS-FLUXO " CONCLUIDO - PROCESSADOS: "
                   FXS-QTD-PROCESSADOS " - BRUTO: " FXS-VALOR-BRUTO
           ELSE
               MOVE "F" TO FXS-SITUACAO
               DISPLAY "** FLUXO " WS-FLUXO " FALHOU - RETORNO "
                   WS-RETORNO-CALCULO " **"
           END-IF.
           PERFORM GRAVAR-SITUACAO-DO-FLUXO.
           MOVE WS-RETORNO-CALCULO TO RETURN-CODE.

       VERIFICAR-PONTO-DE-CONTROLE.
           MOVE "FCKPF" TO WS-NOME-COPIA.
           MOVE WS-FLUXO-X TO WS-NOME-COPIA (6:2).
           MOVE "N" TO WS-RODADA-RESTART.
           OPEN INPUT ARQ-COPIA.
           IF WS-STATUS-COPIA = "00"
               READ ARQ-COPIA
                   NOT AT END
                       IF REG-COPIA NOT = SPACES
                           SET RODADA-EM-RESTART TO TRUE
                       END-IF
               END-READ
               CLOSE ARQ-COPIA
           END-IF.

      *    ORIGINAL AUSENTE VIRA COPIA VAZIA - NUNCA FICA NO LUGAR A
      *    COPIA DE UMA RODADA ANTERIOR.
       COPIAR-UM-ORIGINAL.
           IF NFX-COPIAR (WS-IDX-NFX) = "S"
               MOVE NFX-NOME-ORIGINAL (WS-IDX-NFX) TO WS-NOME-ORIGEM
               PERFORM MONTAR-NOME-DO-FLUXO
               MOVE 0 TO WS-QTD-LIDOS
               OPEN OUTPUT ARQ-COPIA
               OPEN INPUT ARQ-ORIGEM
               IF WS-STATUS-ORIGEM = "00"
                   MOVE "N" TO WS-FIM-ORIGEM
                   PERFORM LER-ORIGEM
                   PERFORM COPIAR-UM-REGISTRO UNTIL FIM-ORIGEM
                   CLOSE ARQ-ORIGEM
               END-IF
               CLOSE ARQ-COPIA
               IF WS-NOME-ORIGEM = "FOLHAHIST"
                   MOVE WS-QTD-LIDOS TO WS-QTD-HIST-ORIGINAL
               END-IF
               IF WS-NOME-ORIGEM = "BANCOHOR"
                   MOVE WS-QTD-LIDOS TO WS-QTD-BANCO-ORIGINAL
               END-IF
           END-IF.

       LER-ORIGEM.
           READ ARQ-ORIGEM
               AT END SET FIM-ORIGEM TO TRUE
           END-READ.

       COPIAR-UM-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           WRITE REG-COPIA FROM REG-ORIGEM.
           PERFORM LER-ORIGEM.

       MONTAR-NOME-DO-FLUXO.
           MOVE SPACES TO WS-NOME-COPIA.
           STRING NFX-PREFIXO (WS-IDX-NFX) WS-FLUXO
               DELIMITED BY SIZE INTO WS-NOME-COPIA
           END-STRING.

       REDIRECIONAR-UM-NOME.
           PERFORM MONTAR-NOME-DO-FLUXO.
           MOVE SPACES TO WS-NOME-DD.
           STRING "DD_" NFX-NOME-ORIGINAL (WS-IDX-NFX)
               DELIMITED BY SPACE INTO WS-NOME-DD
           END-STRING.
           SET ENVIRONMENT WS-NOME-DD TO WS-NOME-COPIA.

      *--------------------------------------------------------------*
      *    O QUE O FLUXO ACRESCENTOU NA COPIA DO FOLHAHIST (DEPOIS DA
      *    QUANTIDADE ORIGINAL): UM REGISTRO POR FUNCIONARIO CALCULADO.
      *--------------------------------------------------------------*
       TOTALIZAR-O-QUE-O-FLUXO-GRAVOU.
           MOVE 0 TO FXS-QTD-PROCESSADOS.
           MOVE 0 TO FXS-VALOR-BRUTO.
           MOVE "FHSTF" TO WS-NOME-COPIA.
           MOVE WS-FLUXO-X TO WS-NOME-COPIA (6:2).
           MOVE 0 TO WS-QTD-LIDOS.
           MOVE "N" TO WS-FIM-HIST-FLUXO.
           OPEN INPUT ARQ-HIST-FLUXO.
           IF WS-STATUS-HIST-FLUXO = "00"
               PERFORM LER-HIST-FLUXO
               PERFORM SOMAR-UM-REGISTRO-DO-FLUXO
                   UNTIL FIM-HIST-FLUXO
               CLOSE ARQ-HIST-FLUXO
           END-IF.

       LER-HIST-FLUXO.
           READ ARQ-HIST-FLUXO
               AT END SET FIM-HIST-FLUXO TO TRUE
           END-READ.

       SOMAR-UM-REGISTRO-DO-FLUXO.
           ADD 1 TO WS-QTD-LIDOS.
           IF WS-QTD-LIDOS > WS-QTD-HIST-ORIGINAL
               ADD 1         TO FXS-QTD-PROCESSADOS
               ADD FHS-BRUTO TO FXS-VALOR-BRUTO
           END-IF.
           PERFORM LER-HIST-FLUXO.

       GRAVAR-SITUACAO-DO-FLUXO.
           MOVE WS-FLUXO              TO FXS-FLUXO.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE          TO FXS-DATA.
           MOVE WS-HORA-AGORA         TO FXS-HORA.
           MOVE WS-RETORNO-CALCULO    TO FXS-RETORNO.
           MOVE WS-QTD-HIST-ORIGINAL  TO FXS-QTD-HIST-ORIGINAL.
           MOVE WS-QTD-BANCO-ORIGINAL TO FXS-QTD-BANCO-ORIGINAL.
           OPEN OUTPUT ARQ-SITUACAO.
           WRITE REG-SITUACAO-ARQUIVO FROM REG-SITUACAO-FLUXO.
           CLOSE ARQ-SITUACAO.

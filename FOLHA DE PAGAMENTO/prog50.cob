      *     CONTRATUAL E A VARIACAO DO MES VEM DA FREQUENCIA, SEM
      *     TRANSACAO DE SALARIO DE MENTIRA SUJANDO A AUDITORIA.
      *
      *     HORA EXTRA E O QUE PASSAR DA JORNADA DIARIA DO
      *     FUNCIONARIO - AS HORAS SEMANAIS DO CONTRATO (CADASTRO)
      *     DIVIDIDAS POR 5,5 DIAS, OU SEJA, 8 HORAS NA JORNADA CHEIA
      *     DE 44; O TEMPO PARCIAL TEM A SUA. O QUE FICA DENTRO DA
      *     JORNADA E SOMADO COMO HORAS NORMAIS NO RESUMO - E POR
      *     ELAS QUE O CALCULO DE FOLHA PAGA O HORISTA.
      *
      *     CADA HORA EXTRA E CLASSIFICADA PELO TIPO DO DIA DA
      *     BATIDA: DOMINGO OU FERIADO (DO CALENDARIO CALENDAR, O
      *     E GRAVADO E A REJEICAO VAI PARA O ARQUIVO DE EXCECOES,
      *     PARA O MESMO EXPORT NAO DOBRAR AS HORAS DE NINGUEM NUMA
      *     SEGUNDA CARGA.
      *
      *     CADA FALTA GUARDA TAMBEM A SEMANA EM QUE CAIU - PELO
      *     DOMINGO QUE FECHA A SEMANA - NO RESUMO (ATE SEIS POR MES),
      *     PARA O CALCULO DE FOLHA DESCONTAR O DSR PERDIDO UMA VEZ
      *     POR SEMANA COM FALTA, E NAO UMA VEZ POR DIA.
      *
      *     A ENTRADA E A SAIDA DE CADA BATIDA SAO CONFERIDAS CONTRA
      *     O TURNO DA ESCALA DO FUNCIONARIO (ESCALAS - A PROPRIA,
      *     DO ESCFUNC, OU A DO SETOR, DO SETORMST): CHEGADA DEPOIS
      *     DO INICIO E SAIDA ANTES DO FIM DO TURNO ALEM DA
      *     TOLERANCIA (CARTAO OPCIONAL PONTOPRM, EM MINUTOS POR
      *     MARCACAO; SEM ELE, 5) SAO SOMADAS INTEIRAS NO RESUMO
      *     COMO MINUTOS DE ATRASO E DE SAIDA ANTECIPADA, QUE O
      *     CALCULO DE FOLHA DESCONTA. DIA DE FOLGA DA ESCALA,
      *     FERIADO, FUNCIONARIO SEM ESCALA E BATIDA SEM HORARIOS
      *     NAO SAO CONFERIDOS - ASSIM QUEM CHEGA 40 MINUTOS
      *     ATRASADO E SAI 40 MINUTOS DEPOIS NAO PASSA MAIS POR
      *     PONTUAL SO PORQUE FECHOU AS HORAS DO DIA.
      *
      *     CADA FALTA E CONFERIDA CONTRA AS JUSTIFICATIVAS DO
      *     FUNCIONARIO (JUSTIFIC, MANTIDO PELO PROG124 - ATESTADO
      *     MEDICO, OBITO, CASAMENTO, DOACAO DE SANGUE, JUSTICA):
      *     FALTA DENTRO DO PERIODO DE UMA JUSTIFICATIVA E SOMADA NO
      *     RESUMO PELO TIPO E NAO ENTRA NOS DIAS DE FALTA NEM NAS
      *     SEMANAS DO DSR - O CALCULO DE FOLHA SO DESCONTA A FALTA
      *     INJUSTIFICADA. O PROG91 ABRE O ABSENTEISMO PELOS TIPOS.
      *
      *     A HORA EXTRA DO DIA E CONFERIDA CONTRA A AUTORIZACAO
      *     PREVIA DO GERENTE DO SETOR (HEAUTORI, MANTIDO PELO
      *     PROG125 - HORAS POR FUNCIONARIO E DATA): O AUTORIZADO VAI
      *     PARA O RESUMO COMO ANTES; O QUE PASSA FICA RETIDO
      *     (HERETIDA) E NAO E PAGO ATE O GERENTE DECIDIR. A RETIDA
      *     APROVADA ENTRA NO RESUMO DA PROXIMA IMPORTACAO, NA TAXA
      *     DO DIA EM QUE FOI FEITA, E FICA MARCADA COMO LANCADA; A
      *     RECUSADA NAO E PAGA. SEM O ARQUIVO DE AUTORIZACOES, TODA
      *     A EXTRA E PAGA. AS RETIDAS SO SAO GRAVADAS COM O LOTE
      *     ACEITO, JUNTO COM O RESUMO. O PROG126 LISTA AS PENDENTES
      *     PARA CADA GERENTE.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SEQUENCIAS.

           SELECT ARQ-ESCALAS ASSIGN TO "ESCALAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESCALAS.

           SELECT ARQ-ESCALA-FUNC ASSIGN TO "ESCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESCALA-FUNC.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-PARAMETRO ASSIGN TO "PONTOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-JUSTIFICATIVAS ASSIGN TO "JUSTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JUSTIFICATIVAS.

           SELECT ARQ-AUTORIZACOES ASSIGN TO "HEAUTORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACOES.

           SELECT ARQ-RETIDAS ASSIGN TO "HERETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDAS.

       DATA DIVISION.
       FILE SECTION.

           05  RPT-HORAS-EXTRAS        PIC 9(3)V9(2).
           05  RPT-HORAS-EXTRAS-100    PIC 9(3)V9(2).
           05  RPT-HORAS-NOTURNAS      PIC 9(3)V9(2).
           05  RPT-HORAS-NORMAIS       PIC 9(3)V9(2).
           05  RPT-SEMANAS-FALTA.
               10  RPT-QTD-SEMANAS-FALTA
                                       PIC 9(01).
               10  RPT-DOMINGO-FALTA OCCURS 6 TIMES
                                       PIC 9(08).
           05  RPT-QTD-ATRASOS         PIC 9(02).
           05  RPT-MIN-ATRASO          PIC 9(04).
           05  RPT-QTD-SAIDAS-ANTEC    PIC 9(02).
           05  RPT-MIN-SAIDA-ANTEC     PIC 9(04).
      *    FALTAS JUSTIFICADAS POR TIPO, NA ORDEM M, O, C, S, J.
           05  RPT-FALTAS-JUSTIFICADAS.
               10  RPT-DIAS-JUSTIFICADOS OCCURS 5 TIMES
                                       PIC 9(02).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.
           05  SEQ-SEQUENCIA           PIC 9(06).
           05  SEQ-DATA-PROCESSO       PIC 9(08).

       FD  ARQ-ESCALAS.
       COPY CPESCALA.

       FD  ARQ-ESCALA-FUNC.
       COPY CPESCFUN.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-PONTO.
           05  PRM-TOLERANCIA-MIN      PIC 9(02).

       FD  ARQ-JUSTIFICATIVAS.
       COPY CPJUSTIF.

       FD  ARQ-AUTORIZACOES.
       COPY CPHEAUT.

       FD  ARQ-RETIDAS.
       COPY CPHERET.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

      *    JORNADA DIARIA DO FUNCIONARIO DA BATIDA - HORAS SEMANAIS
      *    DO CONTRATO / 5,5; SEM HORAS NO CADASTRO, A CHEIA DE 44.
       01  WS-JORNADA-DIARIA           PIC 9(2)V9(2) VALUE 8.00.
       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.
       01  WS-DIAS-JORNADA-SEMANA      PIC 9V9(1) VALUE 5.5.

      *    FERIADOS DO CALENDARIO (CALENDAR) E CLASSIFICACAO DO DIA
      *    DA BATIDA - DOMINGO OU FERIADO PAGA HORA EXTRA A 100%.
               10  RSM-HORAS-EXTRAS-100
                                       PIC 9(3)V9(2).
               10  RSM-HORAS-NOTURNAS  PIC 9(3)V9(2).
               10  RSM-HORAS-NORMAIS   PIC 9(3)V9(2).
               10  RSM-SEMANAS-FALTA.
                   15  RSM-QTD-SEMANAS-FALTA
                                       PIC 9(01).
                   15  RSM-DOMINGO-FALTA OCCURS 6 TIMES
                                       PIC 9(08).
               10  RSM-ATRASOS.
                   15  RSM-QTD-ATRASOS PIC 9(02).
                   15  RSM-MIN-ATRASO  PIC 9(04).
                   15  RSM-QTD-SAIDAS-ANTEC
                                       PIC 9(02).
                   15  RSM-MIN-SAIDA-ANTEC
                                       PIC 9(04).
               10  RSM-FALTAS-JUSTIFICADAS.
                   15  RSM-DIAS-JUSTIFICADOS OCCURS 5 TIMES
                                       PIC 9(02).
       01  WS-IDX                      PIC 9(03).
       01  WS-IDX-ACHADO               PIC 9(03).
       01  WS-ACHOU-RESUMO             PIC X VALUE "N".

       01  WS-HORAS-EXTRAS-DO-DIA      PIC 9(2)V9(2).

      *    SEMANA DA FALTA - O DOMINGO QUE FECHA A SEMANA DA BATIDA.
       01  WS-DOMINGO-DA-SEMANA        PIC 9(08).
       01  WS-IDX-SEM                  PIC 9(01).
       01  WS-ACHOU-SEMANA             PIC X VALUE "N".
           88  ACHOU-A-SEMANA              VALUE "S".

      *    APURACAO DAS HORAS NOTURNAS DO DIA - ENTRADA E SAIDA EM
      *    MINUTOS DO DIA DA BATIDA (A SAIDA DE MADRUGADA GANHA
      *    24H), CONFRONTADAS COM AS JANELAS DAS 22:00 AS 05:00.
       01  WS-MIN-NOTURNOS-DO-DIA      PIC 9(05).
       01  WS-HORAS-NOTURNAS-DO-DIA    PIC 9(2)V9(2).

      *    ESCALAS DE TRABALHO - O CADASTRO (TURNO EM MINUTOS DO
      *    DIA), A ESCALA PROPRIA DE CADA FUNCIONARIO (ESCFUNC) E A
      *    DO SETOR (SETORMST), MAIS A TOLERANCIA POR MARCACAO.
       01  WS-STATUS-ESCALAS           PIC X(02).
       01  WS-STATUS-ESCALA-FUNC       PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-FIM-ESCALAS              PIC X VALUE "N".
           88  FIM-ESCALAS                 VALUE "S".
       01  WS-FIM-ESCALA-FUNC          PIC X VALUE "N".
           88  FIM-ESCALA-FUNC             VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-TOLERANCIA-MIN           PIC 9(02) VALUE 5.
       01  WS-QTD-ESCALAS              PIC 9(02) VALUE 0.
       01  TAB-ESCALAS.
           05  ESE-ITEM OCCURS 30 TIMES.
               10  ESE-CODIGO          PIC X(04).
               10  ESE-MIN-ENTRADA     PIC 9(04).
               10  ESE-MIN-SAIDA       PIC 9(04).
               10  ESE-FOLGA OCCURS 7 TIMES
                                       PIC X(01).
       01  WS-IDX-ESE                  PIC 9(02).
       01  WS-IDX-ESE-ACHADO           PIC 9(02).
       01  WS-QTD-ESCALAS-FUNC         PIC 9(03) VALUE 0.
       01  TAB-ESCALAS-FUNC.
           05  EFT-ITEM OCCURS 500 TIMES.
               10  EFT-CODIGO          PIC 9(05).
               10  EFT-ESCALA          PIC X(04).
       01  WS-IDX-EFT                  PIC 9(03).
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 50 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-ESCALA          PIC X(04).
       01  WS-IDX-SST                  PIC 9(02).
       01  WS-ESCALA-DO-FUNC           PIC X(04).
       01  WS-IDX-DIA-SEMANA           PIC 9(01).
       01  WS-DIA-CONFERIDO            PIC X(01).
           88  DIA-CONFERIDO               VALUE "S".
       01  WS-MIN-BATIDA               PIC 9(05).
       01  WS-DIF-MINUTOS              PIC S9(05).

      *    JUSTIFICATIVAS DE FALTA (JUSTIFIC) EM MEMORIA E O TIPO
      *    DA FALTA DA BATIDA - ZERO E FALTA INJUSTIFICADA.
       01  WS-STATUS-JUSTIFICATIVAS    PIC X(02).
       01  WS-FIM-JUSTIFICATIVAS       PIC X VALUE "N".
           88  FIM-JUSTIFICATIVAS          VALUE "S".
       01  WS-QTD-JUSTIFICATIVAS       PIC 9(03) VALUE 0.
       01  TAB-JUSTIFICATIVAS.
           05  JUT-ITEM OCCURS 500 TIMES.
               10  JUT-CODIGO          PIC 9(05).
               10  JUT-DATA-INICIO     PIC 9(08).
               10  JUT-DATA-FIM        PIC 9(08).
               10  JUT-TIPO            PIC X(01).
       01  WS-IDX-JUT                  PIC 9(03).
       01  WS-IDX-TIPO-JUST            PIC 9(01).

      *    AUTORIZACOES PREVIAS DE HORA EXTRA (HEAUTORI), COM O QUE
      *    JA FOI USADO POR BATIDAS DO MESMO DIA, E AS HORAS
      *    RETIDAS (HERETIDA) - AS DO ARQUIVO MAIS AS DESTE LOTE.
       01  WS-STATUS-AUTORIZACOES      PIC X(02).
       01  WS-STATUS-RETIDAS           PIC X(02).
       01  WS-FIM-AUTORIZACOES         PIC X VALUE "N".
           88  FIM-AUTORIZACOES            VALUE "S".
       01  WS-FIM-RETIDAS              PIC X VALUE "N".
           88  FIM-RETIDAS                 VALUE "S".
       01  WS-HA-AUTORIZACOES          PIC X VALUE "N".
           88  HA-AUTORIZACOES             VALUE "S".
       01  WS-QTD-AUTORIZACOES         PIC 9(04) VALUE 0.
       01  TAB-AUTORIZACOES.
           05  HAU-ITEM OCCURS 2000 TIMES.
               10  HAU-CODIGO          PIC 9(05).
               10  HAU-DATA            PIC 9(08).
               10  HAU-HORAS           PIC 9(2)V9(2).
               10  HAU-HORAS-USADAS    PIC 9(2)V9(2).
       01  WS-IDX-HAU                  PIC 9(04).
       01  WS-IDX-HAU-ACHADO           PIC 9(04).
       01  WS-HORAS-AUTORIZADAS        PIC 9(2)V9(2).
       01  WS-HORAS-RETIDAS-DO-DIA     PIC 9(2)V9(2).
       01  WS-QTD-RETIDAS              PIC 9(04) VALUE 0.
       01  TAB-RETIDAS.
           05  HRT-ITEM OCCURS 2000 TIMES.
               10  HRT-CODIGO          PIC 9(05).
               10  HRT-DATA            PIC 9(08).
               10  HRT-HORAS           PIC 9(2)V9(2).
               10  HRT-TIPO-DIA        PIC X(01).
               10  HRT-SETOR           PIC X(10).
               10  HRT-SITUACAO        PIC X(01).
               10  HRT-GERENTE         PIC 9(05).
               10  HRT-DATA-DECISAO    PIC 9(08).
               10  HRT-DATA-LANCAMENTO PIC 9(08).
       01  WS-IDX-HRT                  PIC 9(04).
       01  WS-CODIGO-DO-RESUMO         PIC 9(05).

       01  WS-CONTADORES.
           05  WS-QTD-BATIDAS          PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADAS       PIC 9(05) VALUE 0.
           05  WS-QTD-NOVAS-RETIDAS    PIC 9(05) VALUE 0.
           05  WS-QTD-LIBERADAS        PIC 9(05) VALUE 0.

      *    CONTROLE DO LOTE - HEADER, TRAILER E SEQUENCIAS JA
      *    PROCESSADAS (PONTSEQ). O LOTE SO VIRA RESUMO QUANDO O
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CARREGAR-SEQUENCIAS.
           PERFORM LER-PARAMETRO-DE-TOLERANCIA.
           PERFORM CARREGAR-ESCALAS.
           PERFORM CARREGAR-ESCALAS-FUNC.
           PERFORM CARREGAR-SETORES.
           PERFORM CARREGAR-JUSTIFICATIVAS.
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-RETIDAS.
           SET LOTE-OK TO TRUE.
           PERFORM LER-BATIDA-DE-PONTO.
           PERFORM PROCESSAR-UM-REGISTRO UNTIL FIM-PONTO
               OR NOT LOTE-OK.
           PERFORM CONFERIR-FECHO-DO-LOTE.
           IF LOTE-OK
               PERFORM LIBERAR-RETIDAS-APROVADAS
               PERFORM GRAVAR-RESUMO-DO-MES
               PERFORM REGRAVAR-RETIDAS
               PERFORM REGISTRAR-SEQUENCIA
           ELSE
               MOVE 16 TO RETURN-CODE
           DISPLAY "IMPORTACAO DO PONTO - BATIDAS ACEITAS: "
               WS-QTD-BATIDAS " - REJEITADAS: " WS-QTD-REJEITADAS
               " - FUNCIONARIOS RESUMIDOS: " WS-QTD-RESUMOS.
           DISPLAY "HORAS EXTRAS RETIDAS NESTE LOTE: "
               WS-QTD-NOVAS-RETIDAS
               " - APROVADAS LANCADAS: " WS-QTD-LIBERADAS.
           IF WS-QTD-REJEITADAS > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           END-IF.

       ACUMULAR-BATIDA-NO-RESUMO.
           MOVE PON-CODIGO TO WS-CODIGO-DO-RESUMO.
           PERFORM LOCALIZAR-RESUMO-DO-FUNC.
           IF NOT ACHOU-O-RESUMO
               PERFORM ABRIR-RESUMO-DO-FUNC
           END-IF.
           IF ACHOU-O-RESUMO
               IF PONTO-FALTA
                   PERFORM CLASSIFICAR-FALTA
                   IF WS-IDX-TIPO-JUST > 0
                       ADD 1 TO RSM-DIAS-JUSTIFICADOS
                           (WS-IDX-ACHADO, WS-IDX-TIPO-JUST)
                   ELSE
                       ADD 1 TO RSM-DIAS-FALTA (WS-IDX-ACHADO)
                       PERFORM GUARDAR-SEMANA-DA-FALTA
                   END-IF
               ELSE
                   PERFORM APURAR-JORNADA-DO-FUNC
                   IF PON-HORAS > WS-JORNADA-DIARIA
                       ADD WS-JORNADA-DIARIA
                           TO RSM-HORAS-NORMAIS (WS-IDX-ACHADO)
                       COMPUTE WS-HORAS-EXTRAS-DO-DIA =
                           PON-HORAS - WS-JORNADA-DIARIA
                       PERFORM CLASSIFICAR-DIA-DA-BATIDA
                       IF HA-AUTORIZACOES
                           PERFORM CONFERIR-AUTORIZACAO-DA-EXTRA
                       END-IF
                       IF DIA-EXTRA-100
                           ADD WS-HORAS-EXTRAS-DO-DIA
                               TO RSM-HORAS-EXTRAS-100
                           ADD WS-HORAS-EXTRAS-DO-DIA
                               TO RSM-HORAS-EXTRAS (WS-IDX-ACHADO)
                       END-IF
                   ELSE
                       ADD PON-HORAS
                           TO RSM-HORAS-NORMAIS (WS-IDX-ACHADO)
                   END-IF
                   PERFORM APURAR-HORAS-NOTURNAS-DO-DIA
                   IF WS-HORAS-NOTURNAS-DO-DIA > 0
                       ADD WS-HORAS-NOTURNAS-DO-DIA
                           TO RSM-HORAS-NOTURNAS (WS-IDX-ACHADO)
                   END-IF
                   PERFORM CONFERIR-BATIDA-COM-ESCALA
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    ATRASO E SAIDA ANTECIPADA - A ENTRADA E A SAIDA DA BATIDA
      *    CONTRA O TURNO DA ESCALA, EM MINUTOS DO DIA. A DIFERENCA
      *    E TRAZIDA PARA DENTRO DE MEIO DIA (+/- 720), PARA O TURNO
      *    QUE VIRA A MEIA-NOITE; SO CONTA O QUE PASSA DA TOLERANCIA.
      *--------------------------------------------------------------*
       CONFERIR-BATIDA-COM-ESCALA.
           PERFORM LOCALIZAR-ESCALA-DO-FUNC.
           MOVE "N" TO WS-DIA-CONFERIDO.
           IF WS-IDX-ESE-ACHADO > 0
               AND PON-HORA-ENTRADA IS NUMERIC
               AND PON-HORA-SAIDA IS NUMERIC
               AND (PON-HORA-ENTRADA > 0 OR PON-HORA-SAIDA > 0)
               SET DIA-CONFERIDO TO TRUE
               COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE (PON-DATA)
               COMPUTE WS-IDX-DIA-SEMANA =
                   FUNCTION REM (WS-DIAS-INT, 7) + 1
               IF ESE-FOLGA (WS-IDX-ESE-ACHADO, WS-IDX-DIA-SEMANA)
                   = "S"
                   MOVE "N" TO WS-DIA-CONFERIDO
               END-IF
               PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                       UNTIL WS-IDX-FER > WS-QTD-FERIADOS
                   IF FER-DATA (WS-IDX-FER) = PON-DATA
                       MOVE "N" TO WS-DIA-CONFERIDO
                   END-IF
               END-PERFORM
           END-IF.
           IF DIA-CONFERIDO
               COMPUTE WS-MIN-BATIDA =
                   PON-ENT-HORA * 60 + PON-ENT-MINUTO
               COMPUTE WS-DIF-MINUTOS = WS-MIN-BATIDA
                   - ESE-MIN-ENTRADA (WS-IDX-ESE-ACHADO)
               PERFORM AJUSTAR-DIFERENCA-DE-TURNO
               IF WS-DIF-MINUTOS > WS-TOLERANCIA-MIN
                   ADD 1 TO RSM-QTD-ATRASOS (WS-IDX-ACHADO)
                   ADD WS-DIF-MINUTOS
                       TO RSM-MIN-ATRASO (WS-IDX-ACHADO)
               END-IF
               COMPUTE WS-MIN-BATIDA =
                   PON-SAI-HORA * 60 + PON-SAI-MINUTO
               COMPUTE WS-DIF-MINUTOS =
                   ESE-MIN-SAIDA (WS-IDX-ESE-ACHADO) - WS-MIN-BATIDA
               PERFORM AJUSTAR-DIFERENCA-DE-TURNO
               IF WS-DIF-MINUTOS > WS-TOLERANCIA-MIN
                   ADD 1 TO RSM-QTD-SAIDAS-ANTEC (WS-IDX-ACHADO)
                   ADD WS-DIF-MINUTOS
                       TO RSM-MIN-SAIDA-ANTEC (WS-IDX-ACHADO)
               END-IF
           END-IF.

       AJUSTAR-DIFERENCA-DE-TURNO.
           IF WS-DIF-MINUTOS > 720
               SUBTRACT 1440 FROM WS-DIF-MINUTOS
           END-IF.
           IF WS-DIF-MINUTOS < -720
               ADD 1440 TO WS-DIF-MINUTOS
           END-IF.

      *    A ESCALA PROPRIA (ESCFUNC) PREVALECE SOBRE A DO SETOR DO
      *    MESTRE, JA LIDO NA VALIDACAO DA BATIDA.
       LOCALIZAR-ESCALA-DO-FUNC.
           MOVE SPACES TO WS-ESCALA-DO-FUNC.
           PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               IF SST-CODIGO (WS-IDX-SST) = SETOR
                   MOVE SST-ESCALA (WS-IDX-SST) TO WS-ESCALA-DO-FUNC
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-EFT FROM 1 BY 1
                   UNTIL WS-IDX-EFT > WS-QTD-ESCALAS-FUNC
               IF EFT-CODIGO (WS-IDX-EFT) = PON-CODIGO
                   MOVE EFT-ESCALA (WS-IDX-EFT) TO WS-ESCALA-DO-FUNC
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-IDX-ESE-ACHADO.
           IF WS-ESCALA-DO-FUNC NOT = SPACES
               PERFORM VARYING WS-IDX-ESE FROM 1 BY 1
                       UNTIL WS-IDX-ESE > WS-QTD-ESCALAS
                   IF ESE-CODIGO (WS-IDX-ESE) = WS-ESCALA-DO-FUNC
                       MOVE WS-IDX-ESE TO WS-IDX-ESE-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      *--------------------------------------------------------------*
      *    CARGA DAS ESCALAS, DAS ESCALAS PROPRIAS, DA ESCALA DE CADA
      *    SETOR E DO CARTAO DE TOLERANCIA - TODOS OPCIONAIS; SEM
      *    ESCALA, A BATIDA SO NAO E CONFERIDA.
      *--------------------------------------------------------------*
       LER-PARAMETRO-DE-TOLERANCIA.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF PRM-TOLERANCIA-MIN IS NUMERIC
                           AND PRM-TOLERANCIA-MIN > 0
                           MOVE PRM-TOLERANCIA-MIN
                               TO WS-TOLERANCIA-MIN
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

       CARREGAR-ESCALAS.
           OPEN INPUT ARQ-ESCALAS.
           IF WS-STATUS-ESCALAS = "00"
               PERFORM LER-ESCALA
               PERFORM GUARDAR-UMA-ESCALA UNTIL FIM-ESCALAS
               CLOSE ARQ-ESCALAS
           END-IF.

       LER-ESCALA.
           READ ARQ-ESCALAS
               AT END SET FIM-ESCALAS TO TRUE
           END-READ.

       GUARDAR-UMA-ESCALA.
           IF WS-QTD-ESCALAS < 30
               AND ESC-HORA-ENTRADA IS NUMERIC
               AND ESC-HORA-SAIDA IS NUMERIC
               ADD 1 TO WS-QTD-ESCALAS
               MOVE ESC-CODIGO TO ESE-CODIGO (WS-QTD-ESCALAS)
               COMPUTE ESE-MIN-ENTRADA (WS-QTD-ESCALAS) =
                   ESC-ENT-HORA * 60 + ESC-ENT-MINUTO
               COMPUTE ESE-MIN-SAIDA (WS-QTD-ESCALAS) =
                   ESC-SAI-HORA * 60 + ESC-SAI-MINUTO
               PERFORM VARYING WS-IDX-DIA-SEMANA FROM 1 BY 1
                       UNTIL WS-IDX-DIA-SEMANA > 7
                   MOVE ESC-FOLGA (WS-IDX-DIA-SEMANA)
                       TO ESE-FOLGA (WS-QTD-ESCALAS,
                                     WS-IDX-DIA-SEMANA)
               END-PERFORM
           END-IF.
           PERFORM LER-ESCALA.

       CARREGAR-ESCALAS-FUNC.
           OPEN INPUT ARQ-ESCALA-FUNC.
           IF WS-STATUS-ESCALA-FUNC = "00"
               PERFORM LER-ESCALA-FUNC
               PERFORM GUARDAR-UMA-ESCALA-FUNC UNTIL FIM-ESCALA-FUNC
               CLOSE ARQ-ESCALA-FUNC
           END-IF.

       LER-ESCALA-FUNC.
           READ ARQ-ESCALA-FUNC
               AT END SET FIM-ESCALA-FUNC TO TRUE
           END-READ.

       GUARDAR-UMA-ESCALA-FUNC.
           IF WS-QTD-ESCALAS-FUNC < 500
               AND EFU-CODIGO IS NUMERIC
               ADD 1 TO WS-QTD-ESCALAS-FUNC
               MOVE EFU-CODIGO TO EFT-CODIGO (WS-QTD-ESCALAS-FUNC)
               MOVE EFU-ESCALA TO EFT-ESCALA (WS-QTD-ESCALAS-FUNC)
           END-IF.
           PERFORM LER-ESCALA-FUNC.

       CARREGAR-SETORES.
           OPEN INPUT ARQ-SETORES.
           IF WS-STATUS-SETORES = "00"
               PERFORM LER-SETOR
               PERFORM GUARDAR-UM-SETOR UNTIL FIM-SETORES
               CLOSE ARQ-SETORES
           END-IF.

       LER-SETOR.
           READ ARQ-SETORES
               AT END SET FIM-SETORES TO TRUE
           END-READ.

       GUARDAR-UM-SETOR.
           IF WS-QTD-SETORES < 50
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO TO SST-CODIGO (WS-QTD-SETORES)
               MOVE SET-ESCALA TO SST-ESCALA (WS-QTD-SETORES)
           END-IF.
           PERFORM LER-SETOR.

      *--------------------------------------------------------------*
      *    AUTORIZACAO DA HORA EXTRA - O SALDO AUTORIZADO DO CODIGO
      *    NA DATA FICA NO DIA; O QUE PASSA VAI PARA AS RETIDAS,
      *    PENDENTE DO GERENTE, COM O TIPO DO DIA JA CLASSIFICADO.
      *--------------------------------------------------------------*
       CONFERIR-AUTORIZACAO-DA-EXTRA.
           MOVE 0 TO WS-HORAS-AUTORIZADAS.
           MOVE 0 TO WS-IDX-HAU-ACHADO.
           PERFORM VARYING WS-IDX-HAU FROM 1 BY 1
                   UNTIL WS-IDX-HAU > WS-QTD-AUTORIZACOES
                      OR WS-IDX-HAU-ACHADO > 0
               IF HAU-CODIGO (WS-IDX-HAU) = PON-CODIGO
                   AND HAU-DATA (WS-IDX-HAU) = PON-DATA
                   MOVE WS-IDX-HAU TO WS-IDX-HAU-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-HAU-ACHADO > 0
               AND HAU-HORAS (WS-IDX-HAU-ACHADO) >
                   HAU-HORAS-USADAS (WS-IDX-HAU-ACHADO)
               COMPUTE WS-HORAS-AUTORIZADAS =
                   HAU-HORAS (WS-IDX-HAU-ACHADO)
                   - HAU-HORAS-USADAS (WS-IDX-HAU-ACHADO)
           END-IF.
           IF WS-HORAS-EXTRAS-DO-DIA > WS-HORAS-AUTORIZADAS
               COMPUTE WS-HORAS-RETIDAS-DO-DIA =
                   WS-HORAS-EXTRAS-DO-DIA - WS-HORAS-AUTORIZADAS
               MOVE WS-HORAS-AUTORIZADAS TO WS-HORAS-EXTRAS-DO-DIA
               PERFORM GUARDAR-HORA-RETIDA
           END-IF.
           IF WS-IDX-HAU-ACHADO > 0
               ADD WS-HORAS-EXTRAS-DO-DIA
                   TO HAU-HORAS-USADAS (WS-IDX-HAU-ACHADO)
           END-IF.

       GUARDAR-HORA-RETIDA.
           IF WS-QTD-RETIDAS < 2000
               ADD 1 TO WS-QTD-RETIDAS
               ADD 1 TO WS-QTD-NOVAS-RETIDAS
               MOVE PON-CODIGO TO HRT-CODIGO (WS-QTD-RETIDAS)
               MOVE PON-DATA   TO HRT-DATA (WS-QTD-RETIDAS)
               MOVE WS-HORAS-RETIDAS-DO-DIA
                   TO HRT-HORAS (WS-QTD-RETIDAS)
               IF DIA-EXTRA-100
                   MOVE "D" TO HRT-TIPO-DIA (WS-QTD-RETIDAS)
               ELSE
                   MOVE "C" TO HRT-TIPO-DIA (WS-QTD-RETIDAS)
               END-IF
               MOVE SETOR TO HRT-SETOR (WS-QTD-RETIDAS)
               MOVE "P"   TO HRT-SITUACAO (WS-QTD-RETIDAS)
               MOVE 0     TO HRT-GERENTE (WS-QTD-RETIDAS)
               MOVE 0     TO HRT-DATA-DECISAO (WS-QTD-RETIDAS)
               MOVE 0     TO HRT-DATA-LANCAMENTO (WS-QTD-RETIDAS)
           ELSE
               MOVE "PON-CODIGO"      TO WS-CAMPO-REJEITADO
               MOVE PON-CODIGO        TO WS-VALOR-REJEITADO
               MOVE "ARQUIVO DE EXTRAS RETIDAS CHEIO (2000)"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

      *    RETIDA APROVADA PELO GERENTE ENTRA NO RESUMO NO BALDE DO
      *    TIPO DO DIA EM QUE FOI FEITA E FICA LANCADA.
       LIBERAR-RETIDAS-APROVADAS.
           PERFORM VARYING WS-IDX-HRT FROM 1 BY 1
                   UNTIL WS-IDX-HRT > WS-QTD-RETIDAS
               IF HRT-SITUACAO (WS-IDX-HRT) = "A"
                   MOVE HRT-CODIGO (WS-IDX-HRT) TO WS-CODIGO-DO-RESUMO
                   PERFORM LOCALIZAR-RESUMO-DO-FUNC
                   IF NOT ACHOU-O-RESUMO
                       PERFORM ABRIR-RESUMO-DO-FUNC
                   END-IF
                   IF ACHOU-O-RESUMO
                       IF HRT-TIPO-DIA (WS-IDX-HRT) = "D"
                           ADD HRT-HORAS (WS-IDX-HRT)
                               TO RSM-HORAS-EXTRAS-100
                                   (WS-IDX-ACHADO)
                       ELSE
                           ADD HRT-HORAS (WS-IDX-HRT)
                               TO RSM-HORAS-EXTRAS (WS-IDX-ACHADO)
                       END-IF
                       MOVE "L" TO HRT-SITUACAO (WS-IDX-HRT)
                       MOVE WS-DATA-HOJE
                           TO HRT-DATA-LANCAMENTO (WS-IDX-HRT)
                       ADD 1 TO WS-QTD-LIBERADAS
                   END-IF
               END-IF
           END-PERFORM.

       CARREGAR-AUTORIZACOES.
           OPEN INPUT ARQ-AUTORIZACOES.
           IF WS-STATUS-AUTORIZACOES = "00"
               SET HA-AUTORIZACOES TO TRUE
               PERFORM LER-AUTORIZACAO
               PERFORM GUARDAR-UMA-AUTORIZACAO UNTIL FIM-AUTORIZACOES
               CLOSE ARQ-AUTORIZACOES
           END-IF.

       LER-AUTORIZACAO.
           READ ARQ-AUTORIZACOES
               AT END SET FIM-AUTORIZACOES TO TRUE
           END-READ.

       GUARDAR-UMA-AUTORIZACAO.
           IF WS-QTD-AUTORIZACOES < 2000
               AND HEA-CODIGO IS NUMERIC
               AND HEA-DATA IS NUMERIC
               AND HEA-HORAS IS NUMERIC
               ADD 1 TO WS-QTD-AUTORIZACOES
               MOVE HEA-CODIGO TO HAU-CODIGO (WS-QTD-AUTORIZACOES)
               MOVE HEA-DATA   TO HAU-DATA (WS-QTD-AUTORIZACOES)
               MOVE HEA-HORAS  TO HAU-HORAS (WS-QTD-AUTORIZACOES)
               MOVE 0 TO HAU-HORAS-USADAS (WS-QTD-AUTORIZACOES)
           END-IF.
           PERFORM LER-AUTORIZACAO.

       CARREGAR-RETIDAS.
           OPEN INPUT ARQ-RETIDAS.
           IF WS-STATUS-RETIDAS = "00"
               PERFORM LER-RETIDA
               PERFORM GUARDAR-UMA-RETIDA UNTIL FIM-RETIDAS
               CLOSE ARQ-RETIDAS
           END-IF.

       LER-RETIDA.
           READ ARQ-RETIDAS
               AT END SET FIM-RETIDAS TO TRUE
           END-READ.

       GUARDAR-UMA-RETIDA.
           IF WS-QTD-RETIDAS < 2000
               ADD 1 TO WS-QTD-RETIDAS
               MOVE HER-CODIGO   TO HRT-CODIGO (WS-QTD-RETIDAS)
               MOVE HER-DATA     TO HRT-DATA (WS-QTD-RETIDAS)
               MOVE HER-HORAS    TO HRT-HORAS (WS-QTD-RETIDAS)
               MOVE HER-TIPO-DIA TO HRT-TIPO-DIA (WS-QTD-RETIDAS)
               MOVE HER-SETOR    TO HRT-SETOR (WS-QTD-RETIDAS)
               MOVE HER-SITUACAO TO HRT-SITUACAO (WS-QTD-RETIDAS)
               MOVE HER-GERENTE  TO HRT-GERENTE (WS-QTD-RETIDAS)
               MOVE HER-DATA-DECISAO
                   TO HRT-DATA-DECISAO (WS-QTD-RETIDAS)
               MOVE HER-DATA-LANCAMENTO
                   TO HRT-DATA-LANCAMENTO (WS-QTD-RETIDAS)
           END-IF.
           PERFORM LER-RETIDA.

       REGRAVAR-RETIDAS.
           OPEN OUTPUT ARQ-RETIDAS.
           PERFORM VARYING WS-IDX-HRT FROM 1 BY 1
                   UNTIL WS-IDX-HRT > WS-QTD-RETIDAS
               MOVE HRT-CODIGO (WS-IDX-HRT)   TO HER-CODIGO
               MOVE HRT-DATA (WS-IDX-HRT)     TO HER-DATA
               MOVE HRT-HORAS (WS-IDX-HRT)    TO HER-HORAS
               MOVE HRT-TIPO-DIA (WS-IDX-HRT) TO HER-TIPO-DIA
               MOVE HRT-SETOR (WS-IDX-HRT)    TO HER-SETOR
               MOVE HRT-SITUACAO (WS-IDX-HRT) TO HER-SITUACAO
               MOVE HRT-GERENTE (WS-IDX-HRT)  TO HER-GERENTE
               MOVE HRT-DATA-DECISAO (WS-IDX-HRT)
                   TO HER-DATA-DECISAO
               MOVE HRT-DATA-LANCAMENTO (WS-IDX-HRT)
                   TO HER-DATA-LANCAMENTO
               WRITE REG-HORA-RETIDA
           END-PERFORM.
           CLOSE ARQ-RETIDAS.

      *--------------------------------------------------------------*
      *    JUSTIFICATIVA DA FALTA - A DATA DA BATIDA DENTRO DO
      *    PERIODO DE UMA JUSTIFICATIVA DO CODIGO DA O TIPO DA FALTA
      *    (1 A 5, NA ORDEM M, O, C, S, J); SEM ELA, FICA ZERO.
      *--------------------------------------------------------------*
       CLASSIFICAR-FALTA.
           MOVE 0 TO WS-IDX-TIPO-JUST.
           PERFORM VARYING WS-IDX-JUT FROM 1 BY 1
                   UNTIL WS-IDX-JUT > WS-QTD-JUSTIFICATIVAS
                      OR WS-IDX-TIPO-JUST > 0
               IF JUT-CODIGO (WS-IDX-JUT) = PON-CODIGO
                   AND PON-DATA NOT < JUT-DATA-INICIO (WS-IDX-JUT)
                   AND PON-DATA NOT > JUT-DATA-FIM (WS-IDX-JUT)
                   EVALUATE JUT-TIPO (WS-IDX-JUT)
                       WHEN "M"
                           MOVE 1 TO WS-IDX-TIPO-JUST
                       WHEN "O"
                           MOVE 2 TO WS-IDX-TIPO-JUST
                       WHEN "C"
                           MOVE 3 TO WS-IDX-TIPO-JUST
                       WHEN "S"
                           MOVE 4 TO WS-IDX-TIPO-JUST
                       WHEN "J"
                           MOVE 5 TO WS-IDX-TIPO-JUST
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CARREGAR-JUSTIFICATIVAS.
           OPEN INPUT ARQ-JUSTIFICATIVAS.
           IF WS-STATUS-JUSTIFICATIVAS = "00"
               PERFORM LER-JUSTIFICATIVA
               PERFORM GUARDAR-UMA-JUSTIFICATIVA
                   UNTIL FIM-JUSTIFICATIVAS
               CLOSE ARQ-JUSTIFICATIVAS
           END-IF.

       LER-JUSTIFICATIVA.
           READ ARQ-JUSTIFICATIVAS
               AT END SET FIM-JUSTIFICATIVAS TO TRUE
           END-READ.

       GUARDAR-UMA-JUSTIFICATIVA.
           IF WS-QTD-JUSTIFICATIVAS < 500
               AND JUS-CODIGO IS NUMERIC
               AND JUS-DATA-INICIO IS NUMERIC
               AND JUS-DATA-FIM IS NUMERIC
               ADD 1 TO WS-QTD-JUSTIFICATIVAS
               MOVE JUS-CODIGO
                   TO JUT-CODIGO (WS-QTD-JUSTIFICATIVAS)
               MOVE JUS-DATA-INICIO
                   TO JUT-DATA-INICIO (WS-QTD-JUSTIFICATIVAS)
               MOVE JUS-DATA-FIM
                   TO JUT-DATA-FIM (WS-QTD-JUSTIFICATIVAS)
               MOVE JUS-TIPO TO JUT-TIPO (WS-QTD-JUSTIFICATIVAS)
           END-IF.
           PERFORM LER-JUSTIFICATIVA.

      *--------------------------------------------------------------*
      *    SEMANA DA FALTA - O DOMINGO SEGUINTE A DATA DA BATIDA (A
      *    PROPRIA DATA, SE FOR DOMINGO), GUARDADO UMA VEZ SO.
      *--------------------------------------------------------------*
       GUARDAR-SEMANA-DA-FALTA.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE (PON-DATA).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION REM (WS-DIAS-INT, 7).
           IF WS-DIA-SEMANA > 0
               COMPUTE WS-DIAS-INT = WS-DIAS-INT + 7 - WS-DIA-SEMANA
           END-IF.
           COMPUTE WS-DOMINGO-DA-SEMANA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-INT).
           MOVE "N" TO WS-ACHOU-SEMANA.
           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM >
                       RSM-QTD-SEMANAS-FALTA (WS-IDX-ACHADO)
               IF RSM-DOMINGO-FALTA (WS-IDX-ACHADO, WS-IDX-SEM)
                   = WS-DOMINGO-DA-SEMANA
                   SET ACHOU-A-SEMANA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-A-SEMANA
               AND RSM-QTD-SEMANAS-FALTA (WS-IDX-ACHADO) < 6
               ADD 1 TO RSM-QTD-SEMANAS-FALTA (WS-IDX-ACHADO)
               MOVE RSM-QTD-SEMANAS-FALTA (WS-IDX-ACHADO)
                   TO WS-IDX-SEM
               MOVE WS-DOMINGO-DA-SEMANA
                   TO RSM-DOMINGO-FALTA (WS-IDX-ACHADO, WS-IDX-SEM)
           END-IF.

      *--------------------------------------------------------------*
      *    JORNADA DIARIA PELAS HORAS SEMANAIS DO CONTRATO - O MESTRE
      *    DO FUNCIONARIO JA ESTA NO BUFFER, LIDO NA VALIDACAO.
      *--------------------------------------------------------------*
       APURAR-JORNADA-DO-FUNC.
           IF HORAS-SEMANAIS IS NUMERIC AND HORAS-SEMANAIS > 0
               COMPUTE WS-JORNADA-DIARIA ROUNDED =
                   HORAS-SEMANAIS / WS-DIAS-JORNADA-SEMANA
                   ON SIZE ERROR
                       MOVE 8.00 TO WS-JORNADA-DIARIA
               END-COMPUTE
           ELSE
               COMPUTE WS-JORNADA-DIARIA ROUNDED =
                   WS-HORAS-SEMANAIS-PADRAO / WS-DIAS-JORNADA-SEMANA
           END-IF.

      *--------------------------------------------------------------*
               UNTIL WS-IDX > WS-QTD-RESUMOS OR ACHOU-O-RESUMO.

       COMPARAR-UM-RESUMO.
           IF RSM-CODIGO (WS-IDX) = WS-CODIGO-DO-RESUMO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-O-RESUMO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       ABRIR-RESUMO-DO-FUNC.
           IF WS-QTD-RESUMOS < 99
               ADD 1 TO WS-QTD-RESUMOS
               MOVE WS-QTD-RESUMOS TO WS-IDX-ACHADO
               MOVE WS-CODIGO-DO-RESUMO TO RSM-CODIGO (WS-IDX-ACHADO)
               MOVE 0 TO RSM-DIAS-FALTA (WS-IDX-ACHADO)
               MOVE 0 TO RSM-HORAS-EXTRAS (WS-IDX-ACHADO)
               MOVE 0 TO RSM-HORAS-EXTRAS-100 (WS-IDX-ACHADO)
               MOVE 0 TO RSM-HORAS-NOTURNAS (WS-IDX-ACHADO)
               MOVE 0 TO RSM-HORAS-NORMAIS (WS-IDX-ACHADO)
               MOVE ZEROS TO RSM-SEMANAS-FALTA (WS-IDX-ACHADO)
               MOVE ZEROS TO RSM-ATRASOS (WS-IDX-ACHADO)
               MOVE ZEROS TO RSM-FALTAS-JUSTIFICADAS (WS-IDX-ACHADO)
               SET ACHOU-O-RESUMO TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      *    GRAVACAO DO RESUMO DO MES POR FUNCIONARIO.
      *--------------------------------------------------------------*
               TO RPT-HORAS-EXTRAS-100.
           MOVE RSM-HORAS-NOTURNAS (WS-IDX)
               TO RPT-HORAS-NOTURNAS.
           MOVE RSM-HORAS-NORMAIS (WS-IDX)
               TO RPT-HORAS-NORMAIS.
           MOVE RSM-SEMANAS-FALTA (WS-IDX)
               TO RPT-SEMANAS-FALTA.
           MOVE RSM-QTD-ATRASOS (WS-IDX)  TO RPT-QTD-ATRASOS.
           MOVE RSM-MIN-ATRASO (WS-IDX)   TO RPT-MIN-ATRASO.
           MOVE RSM-QTD-SAIDAS-ANTEC (WS-IDX)
               TO RPT-QTD-SAIDAS-ANTEC.
           MOVE RSM-MIN-SAIDA-ANTEC (WS-IDX)
               TO RPT-MIN-SAIDA-ANTEC.
           MOVE RSM-FALTAS-JUSTIFICADAS (WS-IDX)
               TO RPT-FALTAS-JUSTIFICADAS.
           WRITE REG-RESUMO-PONTO.
           ADD 1 TO WS-IDX.


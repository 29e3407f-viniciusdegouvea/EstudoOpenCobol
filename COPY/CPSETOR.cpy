      *    MVG  MARCA DE BANCO DE HORAS DO SETOR - "S" COMPENSA AS
      *         HORAS EXTRAS EM FOLGA (CREDITO EM BANCOHOR) EM VEZ
      *         DE PAGA-LAS NA FOLHA.
      *    MVG  SINDICATO QUE REPRESENTA O SETOR (SINDICAT), PARA O
      *         DESCONTO DA CONTRIBUICAO NA FOLHA. ZERO/BRANCO = SEM
      *         SINDICATO; O SINDICATO DO CARGO PREVALECE.
      *    MVG  ESCALA DE TRABALHO DO SETOR (ESCALAS), PARA O
      *         CONFRONTO DAS BATIDAS NO PROG50. BRANCO = SEM
      *         ESCALA; A ESCALA PROPRIA DO FUNCIONARIO PREVALECE.
      *    MVG  GRATIFICACAO DE FUNCAO DO GERENTE DO SETOR - "P"
      *         PERCENTUAL SOBRE O SALARIO, "V" VALOR FIXO; BRANCO =
      *         SETOR SEM GRATIFICACAO. PAGA PELO PROG29 AO GERENTE
      *         E, PROPORCIONAL AOS DIAS, AO SUBSTITUTO (SUBSTGER).
      *
       01  REG-SETOR-MASTER.
           05  SET-CODIGO              PIC X(10).
           05  SET-GERENTE             PIC 9(05).
           05  SET-BANCO-HORAS         PIC X(01).
               88  SETOR-COMPENSA-HORAS    VALUE "S".
           05  SET-SINDICATO           PIC 9(03).
           05  SET-ESCALA              PIC X(04).
           05  SET-GRAT-TIPO           PIC X(01).
               88  SET-GRAT-PERCENTUAL-SAL VALUE "P".
               88  SET-GRAT-VALOR-FIXO     VALUE "V".
           05  SET-GRAT-PERCENTUAL     PIC 9(2)V9(2).
           05  SET-GRAT-VALOR          PIC 9(6)V9(2).

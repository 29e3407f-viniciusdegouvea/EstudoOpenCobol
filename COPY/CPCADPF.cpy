      *         INCLUSAO SEM SEGUNDA DIGITACAO.
      *    MVG  DATA DE ADMISSAO, CARREGADA PELA PONTE PARA O MESTRE
      *         E USADA PELA FOLHA NO PRO-RATA DO PRIMEIRO MES.
      *    MVG  CARGO, REQUISICAO DE VAGA E MARCA DE EXCECAO AO QUADRO,
      *         PREENCHIDOS QUANDO A FICHA VEM DE UMA OFERTA ACEITA NO
      *         RECRUTAMENTO (PROG148) - A PONTE LEVA OS TRES PARA A
      *         TRANSACAO DE INCLUSAO. FICHA ANTIGA OU DE ADMISSAO
      *         DIRETA LE BRANCO.
      *
       01  REG-CADASTRO-PESSOA.
           05  CAD-NOME                PIC X(10).
           05  CAD-SETOR               PIC X(10).
           05  CAD-SALARIO             PIC 9(6)V9(2).
           05  CAD-DATA-ADMISSAO       PIC 9(08).
           05  CAD-CARGO               PIC X(10).
           05  CAD-REQUISICAO          PIC 9(05).
           05  CAD-OVERRIDE-QUADRO     PIC X(01).

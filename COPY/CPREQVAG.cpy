      *    CPREQVAG - LAYOUT DA REQUISICAO DE VAGA (REQUISIC). ABERTA
      *    PELO GESTOR CONTRA O QUADRO DE VAGAS DO SETOR (QUADROVG),
      *    COM O CARGO E A FAIXA SALARIAL DA POLITICA DO SETOR
      *    (FAIXAPOL) NA DATA DA ABERTURA. PENDENTE ATE A APROVACAO;
      *    ABERTA, RECEBE CANDIDATOS (CANDIDAT) ATE UMA OFERTA SER
      *    ACEITA - ENTAO FICA PREENCHIDA, COM A DATA E O DOCUMENTO
      *    DE QUEM ENTRA. MANTIDA PELO PROG148.
      *
       01  REG-REQUISICAO-VAGA.
           05  REQ-NUMERO              PIC 9(05).
           05  REQ-SETOR               PIC X(10).
           05  REQ-CARGO               PIC X(10).
           05  REQ-SALARIO-MINIMO      PIC 9(6)V9(2).
           05  REQ-SALARIO-MAXIMO      PIC 9(6)V9(2).
           05  REQ-GESTOR              PIC 9(05).
           05  REQ-DATA-ABERTURA       PIC 9(08).
           05  REQ-SITUACAO            PIC X(01).
               88  REQ-PENDENTE            VALUE "P".
               88  REQ-ABERTA              VALUE "A".
               88  REQ-PREENCHIDA          VALUE "F".
               88  REQ-CANCELADA           VALUE "C".
           05  REQ-APROVADOR           PIC 9(05).
           05  REQ-DATA-APROVACAO      PIC 9(08).
           05  REQ-DATA-FECHAMENTO     PIC 9(08).
           05  REQ-DOCUMENTO-ACEITO    PIC 9(11).
      *    "S" - ABERTA ACIMA DO QUADRO, COM AUTORIZACAO EXPRESSA.
           05  REQ-OVERRIDE-QUADRO     PIC X(01).

      *    CPCANDID - LAYOUT DO CANDIDATO EM PROCESSO SELETIVO
      *    (CANDIDAT). A FICHA CAPTURADA PELO PROG4 PARA UMA
      *    REQUISICAO DE VAGA FICA AQUI, INTEIRA, ATE A OFERTA SER
      *    ACEITA - SO ENTAO O PROG148 A SOLTA NO CADASTRO PARA A
      *    PONTE DE ADMISSAO (PROG62). ETAPAS: TRIAGEM, ENTREVISTA,
      *    OFERTA, ACEITA OU DECLINADA.
      *
       01  REG-CANDIDATO.
           05  CND-REQUISICAO          PIC 9(05).
           05  CND-DOCUMENTO           PIC 9(11).
           05  CND-NOME                PIC X(10).
           05  CND-ETAPA               PIC X(01).
               88  CND-TRIAGEM             VALUE "T".
               88  CND-ENTREVISTA          VALUE "E".
               88  CND-OFERTA              VALUE "O".
               88  CND-ACEITA              VALUE "A".
               88  CND-DECLINADA           VALUE "D".
           05  CND-DATA-INCLUSAO       PIC 9(08).
           05  CND-DATA-ETAPA          PIC 9(08).
      *    IMAGEM DA FICHA DE CADASTRO (CPCADPF) COMO CAPTURADA.
           05  CND-FICHA               PIC X(137).

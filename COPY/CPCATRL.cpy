      *    RELATORIO PRODUZIDO COM DATA, TAMANHO E DESTINO; O GERENTE
      *    DE SPOOL (PROG72) LISTA, REIMPRIME E MARCA COMO ENTREGUE -
      *    "O RELATORIO DE FAIXA SAIU ONTEM?" PASSA A TER RESPOSTA.
      *
      *    HISTORICO DE ALTERACOES
      *    MVG  NIVEL DE MASCARAMENTO (CPF, VALOR, BANCO - C COMPLETO,
      *         P PARCIAL, O OCULTO) DO PERFIL QUE PRODUZIU A COPIA.
      *         REGISTRO ANTIGO, EM BRANCO, VALE COMO COMPLETO.
      *
       01  REG-CATALOGO-RELATORIO.
           05  CAT-NOME                PIC X(10).
           05  CAT-SITUACAO            PIC X(01).
               88  CAT-GERADO              VALUE "G".
               88  CAT-ENTREGUE            VALUE "E".
           05  CAT-NIVEL-MASCARA.
               10  CAT-NIVEL-DOCUMENTO PIC X(01).
               10  CAT-NIVEL-VALOR     PIC X(01).
               10  CAT-NIVEL-BANCO     PIC X(01).

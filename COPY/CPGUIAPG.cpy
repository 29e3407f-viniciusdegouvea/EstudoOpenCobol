      *    CPGUIAPG - LAYOUT DO REGISTRO DE GUIA PAGA (GUIAPAGO,
      *    GRAVADO EM EXTEND): UM REGISTRO POR PAGAMENTO CONFIRMADO
      *    DE GUIA DE FGTS, INSS OU IRRF - EMPRESA, COMPETENCIA, TIPO
      *    DA GUIA, VALOR E DATA DO PAGAMENTO. VEM DO COMPROVANTE DO
      *    BANCO (ARQUIVO GUIARET, IMPORTADO PELO PROG165) OU DA
      *    DIGITACAO DO RH (PROG166); A ORIGEM, O OPERADOR E A DATA
      *    DO REGISTRO IDENTIFICAM DE ONDE VEIO. O GUIARET USA O
      *    MESMO LAYOUT ATE A DATA DO PAGAMENTO. UMA GUIA PAGA EM
      *    PARTES TEM UM REGISTRO POR PARTE.
      *
       01  REG-GUIA-PAGA.
           05  GPG-EMPRESA             PIC 9(03).
           05  GPG-COMPETENCIA         PIC 9(06).
           05  GPG-TIPO-GUIA           PIC X(01).
               88  GPG-GUIA-FGTS           VALUE "F".
               88  GPG-GUIA-INSS           VALUE "I".
               88  GPG-GUIA-IRRF           VALUE "R".
           05  GPG-VALOR-PAGO          PIC 9(8)V9(2).
           05  GPG-DATA-PAGAMENTO      PIC 9(08).
           05  GPG-ORIGEM              PIC X(01).
               88  GPG-DO-BANCO            VALUE "B".
               88  GPG-DIGITADO            VALUE "M".
           05  GPG-OPERADOR            PIC X(08).
           05  GPG-DATA-REGISTRO       PIC 9(08).

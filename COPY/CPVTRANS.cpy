      *    CPVTRANS - LAYOUT DO REGISTRO DE VALE-TRANSPORTE POR
      *    FUNCIONARIO (VTRANSP). UM REGISTRO POR LINHA DE CONDUCAO
      *    QUE O FUNCIONARIO USA NO TRAJETO CASA-TRABALHO, COM A
      *    TARIFA DE CADA VIAGEM E QUANTAS VIAGENS POR DIA UTIL. A
      *    OPCAO "N" E A RECUSA ASSINADA PELO FUNCIONARIO - A LINHA
      *    FICA NO CADASTRO MAS NAO ENTRA NA COMPRA NEM NO DESCONTO.
      *    O CALCULO DE FOLHA DESCONTA O MENOR VALOR ENTRE O CUSTO
      *    DO MES E 6% DO SALARIO; O RESTO E A PARTE DA EMPRESA.
      *
       01  REG-VALE-TRANSPORTE.
           05  VTR-CODIGO              PIC 9(05).
           05  VTR-SEQUENCIA           PIC 9(02).
           05  VTR-LINHA               PIC X(10).
           05  VTR-TARIFA              PIC 9(2)V9(2).
           05  VTR-VIAGENS-DIA         PIC 9(01).
           05  VTR-OPCAO               PIC X(01).
               88  VTR-OPTANTE             VALUE "S".
               88  VTR-RECUSA              VALUE "N".

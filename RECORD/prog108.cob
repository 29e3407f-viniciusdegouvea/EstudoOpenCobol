           88  EMPRESA-DESTINO-VALIDA      VALUE "S".

      *    COPIA DO REGISTRO DE ORIGEM PARA MONTAR O DE DESTINO.
       01  WS-FUNCIONARIO-ORIGEM       PIC X(300).
       01  WS-EMPRESA-ORIGEM           PIC 9(03).

       01  WS-CONTADORES.

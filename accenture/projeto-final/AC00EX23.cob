
       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  MAPCLI
           RECORDING MODE IS F
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.

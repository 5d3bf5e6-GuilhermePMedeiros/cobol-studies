           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CLIENTE-REGISTRO     PIC X(026).

       FD  PRODUTO
           RECORDING MODE IS F
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-LOJA-REGISTRO        PIC X(025).

       FD  VENDEDOR
           RECORDING MODE IS F
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC 9(003).
           05 CLIENTE-NOME          PIC X(020).
           05 CLIENTE-IND-CORPORATIVO PIC X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO   PIC 9(005).
       01  WRK-LOJA-REGISTRO.
           05 LOJA-COD-LOJA         PIC 9(003).
           05 LOJA-NOME             PIC X(020).
           05 LOJA-ZONA-PRECO       PIC 9(002).

       01  WRK-VENDEDOR-REGISTRO.
           05 VENDEDOR-COD-VENDEDOR PIC 9(003).
       031-GERAR-CLIENTE.
           MOVE WRK-IND-CLIENTE TO CLIENTE-COD-CLINTE.
           MOVE "CLIENTE TESTE"  TO CLIENTE-NOME.
           MOVE "N"              TO CLIENTE-IND-CORPORATIVO.
           MOVE SPACES           TO CLIENTE-COD-PRAZO.
           WRITE FD-CLIENTE-REGISTRO FROM WRK-CLIENTE-REGISTRO.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CLIENTE - FS: " WRK-FS-CLIENTE
       033-GERAR-LOJAS.
           MOVE 001 TO LOJA-COD-LOJA.
           MOVE "LOJA MATRIZ" TO LOJA-NOME.
           MOVE 00  TO LOJA-ZONA-PRECO.
           WRITE FD-LOJA-REGISTRO FROM WRK-LOJA-REGISTRO.
           MOVE 002 TO LOJA-COD-LOJA.
           MOVE "LOJA FILIAL" TO LOJA-NOME.
           MOVE 01  TO LOJA-ZONA-PRECO.
           WRITE FD-LOJA-REGISTRO FROM WRK-LOJA-REGISTRO.
           IF WRK-FS-LOJA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LOJA - FS: " WRK-FS-LOJA

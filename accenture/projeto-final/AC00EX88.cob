           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  BENREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BENFALTA-REGISTRO    PIC X(042).

      *--------------------------------------------------------------*
       WORKING-STORAGE       SECTION.
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE BENREJ - TRANSACAO REJEITADA, COM MOTIVO
       01  WRK-BENREJ-REGISTRO.

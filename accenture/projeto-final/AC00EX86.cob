           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-APOLHOJE-REGISTRO    PIC X(042).
      *
       FD  PREMANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PREMLAPSO-REGISTRO   PIC X(042).
      *
      *--------------------------------------------------------------*
       WORKING-STORAGE       SECTION.
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).
      *
      *LAYOUT DE PREMANT/PREMHOJE - UMA COBRANCA POR VIGENCIA
       01  WRK-PREM-REGISTRO.
           05 TAB-PRM-STATUS        PIC X(001).
           05 TAB-PRM-DATA-COBR     PIC 9(008).
           05 TAB-PRM-DATA-VENCTO   PIC 9(008).
           05 TAB-PRM-COD-CORRETOR  PIC 9(005).
      *
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL     PIC S9(011)V99 VALUE ZEROS.
                      TO TAB-PRM-DATA-COBR(WRK-TAB-PRM-QTDE)
                    MOVE ZEROS
                      TO TAB-PRM-DATA-VENCTO(WRK-TAB-PRM-QTDE)
                    MOVE ZEROS
                      TO TAB-PRM-COD-CORRETOR(WRK-TAB-PRM-QTDE)
                 END-IF
                 PERFORM 043-LER-PREMANT
              END-PERFORM
                TO TAB-PRM-DATA-COBR(WRK-TAB-PRM-QTDE)
              MOVE APOLICE-DATA-VENCTO
                TO TAB-PRM-DATA-VENCTO(WRK-TAB-PRM-QTDE)
              MOVE APOLICE-COD-CORRETOR
                TO TAB-PRM-COD-CORRETOR(WRK-TAB-PRM-QTDE)
              ADD 1 TO WRK-CONT-NOVAS-COBR
           ELSE
              MOVE APOLICE-DATA-VENCTO
                TO TAB-PRM-DATA-VENCTO(WRK-ACHOU-PRM)
              MOVE APOLICE-COD-CORRETOR
                TO TAB-PRM-COD-CORRETOR(WRK-ACHOU-PRM)
           END-IF.
           PERFORM 040-LER-APOLHOJE.
      *
           MOVE TAB-PRM-DATA-VENCTO(IDX-PRM)
             TO APOLICE-DATA-VENCTO.
           MOVE TAB-PRM-VALOR(IDX-PRM) TO APOLICE-PREMIO.
           MOVE TAB-PRM-COD-CORRETOR(IDX-PRM)
             TO APOLICE-COD-CORRETOR.
           WRITE FD-PREMLAPSO-REGISTRO FROM WRK-APOLICE-REGISTRO.
           IF WRK-FS-PREMLAPSO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PREMLAPSO - FS: "

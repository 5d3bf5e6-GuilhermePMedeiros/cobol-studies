           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  APOLNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLNOVO-REGISTRO    PIC X(042).

       FD  ENDAJUSTE
           RECORDING MODE IS F
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE ENDAJUSTE - AJUSTE FINANCEIRO DO ENDOSSO
      *(POSITIVO = COBRAR DO CLIENTE, NEGATIVO = DEVOLVER)
           05 TAB-APOL-DATA-EFETIVA PIC 9(008).
           05 TAB-APOL-DATA-VENCTO  PIC 9(008).
           05 TAB-APOL-PREMIO       PIC S9(009)V99.
           05 TAB-APOL-COD-CORRETOR PIC 9(005).
           05 TAB-APOL-CANCELADA    PIC X(001).

      *PARAMETROS DA CHAMADA AO UTILITARIO DE DATAS
                TO TAB-APOL-DATA-VENCTO(WRK-TAB-APOL-QTDE)
              MOVE APOLICE-PREMIO
                TO TAB-APOL-PREMIO(WRK-TAB-APOL-QTDE)
              MOVE APOLICE-COD-CORRETOR
                TO TAB-APOL-COD-CORRETOR(WRK-TAB-APOL-QTDE)
              MOVE "N"
                TO TAB-APOL-CANCELADA(WRK-TAB-APOL-QTDE)
              PERFORM 041-LER-APOLHOJE
                TO APOLICE-DATA-VENCTO
              MOVE TAB-APOL-PREMIO(IDX-APOL)
                TO APOLICE-PREMIO
              MOVE TAB-APOL-COD-CORRETOR(IDX-APOL)
                TO APOLICE-COD-CORRETOR
              WRITE FD-APOLNOVO-REGISTRO FROM WRK-APOLICE-REGISTRO
              IF WRK-FS-APOLNOVO NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO APOLNOVO - FS: "

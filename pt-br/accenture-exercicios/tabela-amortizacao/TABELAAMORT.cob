       01 WS-VALOR-FINANCIADO PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-TAXA-JUROS-MES   PIC 9(3)V9999 COMP-3 VALUE ZEROS.
       01 WS-QTD-PARCELAS     PIC 9(3) COMP-3 VALUE ZEROS.
       01 WS-SISTEMA          PIC X(1) VALUE SPACES.
           88 WS-SISTEMA-PRICE   VALUE "P".
           88 WS-SISTEMA-SAC     VALUE "S".

       01 WS-TAXA-DECIMAL       PIC 9(1)V9999999 COMP-3 VALUE ZEROS.
       01 WS-VALOR-PARCELA      PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-CALL-TAXA-JUROS-MES   PIC 9(3)V9999 VALUE ZEROS.
       01 WS-CALL-QTD-PARCELAS     PIC 9(3) VALUE ZEROS.
       01 WS-CALL-VALOR-PARCELA    PIC 9(9)V99 VALUE ZEROS.

      *AREA DE CHAMADA DA SUBROTINA CALCSAC, QUE DEVOLVE CADA PARCELA
      *DO SISTEMA SAC (AMORTIZACAO CONSTANTE E PARCELAS DECRESCENTES).
       01 WS-CALL-NUM-PARCELA      PIC 9(3) VALUE ZEROS.
       01 WS-CALL-VALOR-AMORTIZACAO PIC 9(9)V99 VALUE ZEROS.
       01 WS-CALL-VALOR-JUROS      PIC 9(9)V99 VALUE ZEROS.
       01 WS-SALDO-DEVEDOR      PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-VALOR-JUROS        PIC 9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-VALOR-AMORTIZACAO  PIC 9(9)V99 COMP-3 VALUE ZEROS.

       SOLICITAR-DADOS.
           DISPLAY "________________________________________".
           DISPLAY "TABELA DE AMORTIZACAO (SISTEMA PRICE OU SAC)".
           DISPLAY "________________________________________".
           DISPLAY " ".
           DISPLAY "DIGITE O VALOR FINANCIADO: ".
           ACCEPT WS-TAXA-JUROS-MES.
           DISPLAY "DIGITE A QUANTIDADE DE PARCELAS: ".
           ACCEPT WS-QTD-PARCELAS.
           DISPLAY "DIGITE O SISTEMA (P = PRICE, S = SAC): ".
           ACCEPT WS-SISTEMA.
           DISPLAY " ".

       VERIFICAR-DADOS.
           IF WS-VALOR-FINANCIADO <= ZEROS
              OR WS-TAXA-JUROS-MES <= ZEROS
              OR WS-QTD-PARCELAS <= ZEROS OR WS-QTD-PARCELAS > 360
              OR NOT (WS-SISTEMA-PRICE OR WS-SISTEMA-SAC)
           THEN
              DISPLAY "DADOS INFORMADOS SAO INVALIDOS!"
              DISPLAY "O VALOR E A TAXA DEVEM SER MAIORES QUE ZERO, "
              DISPLAY "A QUANTIDADE DE PARCELAS DEVE SER DE 1 A 360 "
              DISPLAY "E O SISTEMA DEVE SER P OU S."
              SET WS-DADOS-INVALIDOS TO TRUE
              PERFORM SOLICITAR-DADOS
           ELSE
      *CALCULA O VALOR FIXO DA PARCELA PELO SISTEMA PRICE, ATRAVES DA
      *SUBROTINA CALCPRICE:
      *PMT = PV * I * (1+I)**N / ((1+I)**N - 1)
      *NO SAC A PARCELA MOSTRADA E A PRIMEIRA, QUE E A MAIOR, E CADA
      *LINHA DA TABELA VEM DA SUBROTINA CALCSAC.
       CALCULAR-VALOR-PARCELA.
           COMPUTE WS-TAXA-DECIMAL = WS-TAXA-JUROS-MES / 100.
           MOVE WS-VALOR-FINANCIADO TO WS-CALL-VALOR-FINANCIADO.
           MOVE WS-TAXA-JUROS-MES   TO WS-CALL-TAXA-JUROS-MES.
           MOVE WS-QTD-PARCELAS     TO WS-CALL-QTD-PARCELAS.
           IF WS-SISTEMA-SAC
              MOVE 1 TO WS-CALL-NUM-PARCELA
              PERFORM CHAMAR-CALCSAC
           ELSE
              CALL 'CALCPRICE' USING WS-CALL-VALOR-FINANCIADO
                                      WS-CALL-TAXA-JUROS-MES
                                      WS-CALL-QTD-PARCELAS
                                      WS-CALL-VALOR-PARCELA
           END-IF.
           MOVE WS-CALL-VALOR-PARCELA TO WS-VALOR-PARCELA.
           MOVE WS-VALOR-FINANCIADO TO WS-SALDO-DEVEDOR.

       CHAMAR-CALCSAC.
           CALL 'CALCSAC' USING WS-CALL-VALOR-FINANCIADO
                                 WS-CALL-TAXA-JUROS-MES
                                 WS-CALL-QTD-PARCELAS
                                 WS-CALL-NUM-PARCELA
                                 WS-CALL-VALOR-PARCELA
                                 WS-CALL-VALOR-AMORTIZACAO
                                 WS-CALL-VALOR-JUROS.

       IMPRIMIR-TABELA.
           DISPLAY "________________________________________".
           DISPLAY "VALOR FINANCIADO..: " WS-VALOR-FINANCIADO.
           DISPLAY "TAXA AO MES (%)...: " WS-TAXA-JUROS-MES.
           DISPLAY "QTD DE PARCELAS...: " WS-QTD-PARCELAS.
           IF WS-SISTEMA-SAC
              DISPLAY "SISTEMA...........: SAC"
              DISPLAY "PRIMEIRA PARCELA..: " WS-VALOR-PARCELA
              DISPLAY " "
              DISPLAY "PARC  PARCELA      JUROS        AMORTIZACAO   "
                      "SALDO DEVEDOR"
              PERFORM CALCULAR-PARCELA-SAC
                  UNTIL WS-CONTADOR-PARCELA > WS-QTD-PARCELAS
           ELSE
              DISPLAY "SISTEMA...........: PRICE"
              DISPLAY "VALOR DA PARCELA..: " WS-VALOR-PARCELA
              DISPLAY " "
              DISPLAY "PARC  JUROS        AMORTIZACAO   SALDO DEVEDOR"
              PERFORM CALCULAR-PARCELA
                  UNTIL WS-CONTADOR-PARCELA > WS-QTD-PARCELAS
           END-IF.
           DISPLAY "________________________________________".

       CALCULAR-PARCELA.
                   WS-VALOR-AMORTIZACAO "   " WS-SALDO-DEVEDOR.

           ADD 1 TO WS-CONTADOR-PARCELA.

       CALCULAR-PARCELA-SAC.
           MOVE WS-CONTADOR-PARCELA TO WS-CALL-NUM-PARCELA.
           PERFORM CHAMAR-CALCSAC.
           MOVE WS-CALL-VALOR-PARCELA     TO WS-VALOR-PARCELA.
           MOVE WS-CALL-VALOR-JUROS       TO WS-VALOR-JUROS.
           MOVE WS-CALL-VALOR-AMORTIZACAO TO WS-VALOR-AMORTIZACAO.
           COMPUTE WS-SALDO-DEVEDOR =
               WS-SALDO-DEVEDOR - WS-VALOR-AMORTIZACAO.

           DISPLAY WS-CONTADOR-PARCELA "   " WS-VALOR-PARCELA "   "
                   WS-VALOR-JUROS "   " WS-VALOR-AMORTIZACAO "   "
                   WS-SALDO-DEVEDOR.

           ADD 1 TO WS-CONTADOR-PARCELA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'CALCSAC'.
      *SUBROTINA CALLAVEL IRMA DA CALCPRICE, PARA O SISTEMA DE
      *AMORTIZACAO CONSTANTE (SAC): O PRINCIPAL AMORTIZADO E O MESMO
      *EM TODA PARCELA E OS JUROS INCIDEM SOBRE O SALDO DEVEDOR, DE
      *MODO QUE AS PARCELAS CAEM MES A MES. DEVOLVE A PARCELA DE
      *NUMERO INFORMADO, COM A AMORTIZACAO E OS JUROS:
      *AMORTIZACAO = PV / N
      *SALDO ANTES DA PARCELA K = PV - AMORTIZACAO * (K - 1)
      *JUROS = SALDO * I
      *PARCELA = AMORTIZACAO + JUROS
      *
      *A PARCELA 1 E A PRIMEIRA E MAIOR DO CRONOGRAMA. A ULTIMA
      *PARCELA AMORTIZA O QUE SOBRA DO SALDO, ABSORVENDO O
      *ARREDONDAMENTO DA AMORTIZACAO. SE A QUANTIDADE DE PARCELAS FOR
      *ZERO OU O NUMERO DA PARCELA ESTIVER FORA DO PRAZO, NENHUM
      *CALCULO E REALIZADO E OS VALORES VOLTAM ZERADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TAXA-DECIMAL       PIC 9(1)V9999999 COMP-3 VALUE ZEROS.
       01 WS-SALDO-DEVEDOR      PIC S9(9)V99 COMP-3 VALUE ZEROS.
       01 WS-QTD-AMORTIZADAS    PIC 9(3) COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
       01 WS-VALOR-FINANCIADO-LK PIC 9(9)V99.
       01 WS-TAXA-JUROS-MES-LK   PIC 9(3)V9999.
       01 WS-QTD-PARCELAS-LK     PIC 9(3).
       01 WS-NUM-PARCELA-LK      PIC 9(3).
       01 WS-VALOR-PARCELA-LK    PIC 9(9)V99.
       01 WS-VALOR-AMORTIZACAO-LK PIC 9(9)V99.
       01 WS-VALOR-JUROS-LK      PIC 9(9)V99.

       PROCEDURE DIVISION USING WS-VALOR-FINANCIADO-LK
                                 WS-TAXA-JUROS-MES-LK
                                 WS-QTD-PARCELAS-LK
                                 WS-NUM-PARCELA-LK
                                 WS-VALOR-PARCELA-LK
                                 WS-VALOR-AMORTIZACAO-LK
                                 WS-VALOR-JUROS-LK.

           MOVE ZEROS TO WS-VALOR-PARCELA-LK.
           MOVE ZEROS TO WS-VALOR-AMORTIZACAO-LK.
           MOVE ZEROS TO WS-VALOR-JUROS-LK.
           IF WS-QTD-PARCELAS-LK > ZEROS
              AND WS-NUM-PARCELA-LK > ZEROS
              AND WS-NUM-PARCELA-LK NOT > WS-QTD-PARCELAS-LK
               PERFORM CALCULAR-VALOR-PARCELA
           END-IF.
           GOBACK.

       CALCULAR-VALOR-PARCELA.
           COMPUTE WS-TAXA-DECIMAL = WS-TAXA-JUROS-MES-LK / 100.
           COMPUTE WS-VALOR-AMORTIZACAO-LK ROUNDED =
               WS-VALOR-FINANCIADO-LK / WS-QTD-PARCELAS-LK.
           COMPUTE WS-QTD-AMORTIZADAS = WS-NUM-PARCELA-LK - 1.
           COMPUTE WS-SALDO-DEVEDOR =
               WS-VALOR-FINANCIADO-LK
               - WS-VALOR-AMORTIZACAO-LK * WS-QTD-AMORTIZADAS.
           IF WS-NUM-PARCELA-LK = WS-QTD-PARCELAS-LK
               MOVE WS-SALDO-DEVEDOR TO WS-VALOR-AMORTIZACAO-LK
           END-IF.
           COMPUTE WS-VALOR-JUROS-LK ROUNDED =
               WS-SALDO-DEVEDOR * WS-TAXA-DECIMAL.
           COMPUTE WS-VALOR-PARCELA-LK =
               WS-VALOR-AMORTIZACAO-LK + WS-VALOR-JUROS-LK.

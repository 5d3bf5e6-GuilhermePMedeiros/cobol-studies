      * DEBITA O PRINCIPAL DO SALDO DA CONTA E ABRE O CONTRATO COM
      * VENCIMENTO AJUSTADO PARA DIA UTIL VIA DATAUTIL; RESGATE
      * ANTECIPADO (R) DEVOLVE PRINCIPAL MAIS JUROS MENOS A
      * PENALIDADE DO PARMCDB; O CONTRATO RESGATADO SAI COM OS JUROS
      * LIQUIDOS DA PENALIDADE, QUE SAO O RENDIMENTO EFETIVAMENTE
      * CREDITADO (USADO PELO INFORME DE RENDIMENTOS AC01EX15).
      * REGRAVA O CADASTRO COM OS SALDOS MOVIMENTADOS (CADCLINC),
      * GRAVA A CARTEIRA DO DIA (CDBHOJE), AS OPERACOES REJEITADAS
      * (CDBERR) E O RELATORIO DE POSICAO PARA A TESOURARIA (CDBPOS).
      *--------------------------------------------------------------*
       ENVIRONMENT           DIVISION.
      *--------------------------------------------------------------*
                 ADD WRK-VALOR-CREDITO
                   TO TAB-CAD-MOVIMENTO(WRK-ACHOU-CAD)
              END-IF
              SUBTRACT WRK-VALOR-PENALIDADE
                  FROM TAB-CDB-JUROS(WRK-ACHOU-CDB)
              MOVE "R" TO TAB-CDB-STATUS(WRK-ACHOU-CDB)
              ADD 1 TO WRK-CONT-RESGATADOS
           END-IF.

      * REGRAVA O CADASTRO COM OS DEBITOS DO CICLO (CADCLINE), A
      * CARTEIRA DO DIA (CRONHOJE) E O RELATORIO DE CARTEIRA POR
      * CONTRATO - EM DIA, EM ATRASO OU QUITADO (CARTREL).
      * O PEDIDO DE QUITACAO MARCADO PARA EFETIVAR (QUITIN-ACAO = E)
      * DEBITA O VALOR COTADO DA CONTA E DA BAIXA NAS PARCELAS
      * RESTANTES QUANDO HA SALDO.
      * O SEGURO PRESTAMISTA EMITIDO PELO AC00EX44 (PRESNOVO) E
      * CARREGADO NO LIVRO DE APOLICES DE CICLO EM CICLO
      * (PRESANT/PRESHOJE). O CAPITAL SEGURADO ACOMPANHA O SALDO
      * DEVEDOR DO CRONOGRAMA, PELO MESMO CALCULO DA QUITACAO, E O
      * PREMIO (CAPITAL X TAXA DO SEGURO) E DEBITADO JUNTO COM CADA
      * PARCELA. O AVISO DE OBITO (PRESSIN) COM APOLICE ATIVA
      * LIQUIDA O EMPRESTIMO PELO CAPITAL SEGURADO, SEM PASSAR POR
      * BENEFICIARIO. EMPRESTIMO QUITADO ENCERRA A COBERTURA E A
      * APOLICE REEMITIDA PARA O MESMO CONTRATO (RENEGOCIACAO)
      * SUBSTITUI A ANTERIOR. PREMIOS, INDENIZACOES E MUDANCAS DE
      * COBERTURA SAEM NO MOVIMENTO PRESMOV PARA A AREA DE SEGUROS.
      * O EMPRESTIMO PELO SAC (CALCSAC) TEM PARCELAS DECRESCENTES, E
      * E ASSIM QUE A QUITACAO O RECONHECE: COM AS PARCELAS RESTANTES
      * DIFERENTES ENTRE SI, O PRINCIPAL EM ABERTO SAI DA SOMA DELAS
      * PELA FORMULA DO SAC EM VEZ DA REGRA DE TRES DO PRICE.
      *--------------------------------------------------------------*
       ENVIRONMENT           DIVISION.
      *--------------------------------------------------------------*
      *
           SELECT CARTREL   ASSIGN    TO CARTREL
                      FILE STATUS    IS WRK-FS-CARTREL.
      *
      *    LIVRO DE APOLICES PRESTAMISTA DO CICLO ANTERIOR - OPCIONAL
           SELECT PRESANT   ASSIGN    TO PRESANT
                      FILE STATUS    IS WRK-FS-PRESANT.
      *
      *    APOLICES EMITIDAS PELO AC00EX44 - OPCIONAL
           SELECT PRESNOVO  ASSIGN    TO PRESNOVO
                      FILE STATUS    IS WRK-FS-PRESNOVO.
      *
      *    AVISOS DE OBITO DO PRESTAMISTA - OPCIONAL
           SELECT PRESSIN   ASSIGN    TO PRESSIN
                      FILE STATUS    IS WRK-FS-PRESSIN.
      *
           SELECT PRESHOJE  ASSIGN    TO PRESHOJE
                      FILE STATUS    IS WRK-FS-PRESHOJE.
      *
           SELECT PRESMOV   ASSIGN    TO PRESMOV
                      FILE STATUS    IS WRK-FS-PRESMOV.
      *--------------------------------------------------------------*
       DATA                  DIVISION.
       FILE                  SECTION.
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-QUITIN-REGISTRO      PIC X(023).
      *
       FD  CADCLINE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-CARTREL-REGISTRO     PIC X(080).
      *
       FD  PRESANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PRESANT-REGISTRO     PIC X(066).
      *
       FD  PRESNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PRESNOVO-REGISTRO    PIC X(066).
      *
       FD  PRESSIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PRESSIN-REGISTRO     PIC X(023).
      *
       FD  PRESHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PRESHOJE-REGISTRO    PIC X(066).
      *
       FD  PRESMOV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PRESMOV-REGISTRO     PIC X(038).
      *
      *--------------------------------------------------------------*
       WORKING-STORAGE       SECTION.
            05 WRK-FS-CRONHOJE   PIC X(002) VALUE SPACES.
            05 WRK-FS-QUITREL    PIC X(002) VALUE SPACES.
            05 WRK-FS-CARTREL    PIC X(002) VALUE SPACES.
            05 WRK-FS-PRESANT    PIC X(002) VALUE SPACES.
            05 WRK-FS-PRESNOVO   PIC X(002) VALUE SPACES.
            05 WRK-FS-PRESSIN    PIC X(002) VALUE SPACES.
            05 WRK-FS-PRESHOJE   PIC X(002) VALUE SPACES.
            05 WRK-FS-PRESMOV    PIC X(002) VALUE SPACES.
      *
      *LAYOUT DE CRONOGRAMA - MESMO GERADO PELO AC00EX44
       01  WRK-CRONOGRAMA-REGISTRO.
       01  WRK-QUITIN-REGISTRO.
           05 QUITIN-CHAVE                  PIC  X(015).
           05 QUITIN-TAXA-MES               PIC  9(003)V9999.
           05 QUITIN-ACAO                   PIC  X(001).
               88 QUITIN-EFETIVAR              VALUE "E".
      *
      *LAYOUT DE PRESANT/PRESNOVO/PRESHOJE - APOLICE PRESTAMISTA
      *POR CONTRATO (A ATIVA, E ENCERRADA, S SINISTRADA)
       01  WRK-PRES-REGISTRO.
           05 PRES-CHAVE                    PIC  X(015).
           05 PRES-DATA-EFETIVA             PIC  9(008).
           05 PRES-TAXA-EMPRESTIMO          PIC  9(003)V9999.
           05 PRES-TAXA-SEGURO              PIC  9(001)V9999.
           05 PRES-CAPITAL                  PIC  9(009)V99.
           05 PRES-PREMIO-ACUMULADO         PIC  9(009)V99.
           05 PRES-STATUS                   PIC  X(001).
               88 PRES-ATIVA                   VALUE "A".
               88 PRES-ENCERRADA               VALUE "E".
               88 PRES-SINISTRADA              VALUE "S".
           05 PRES-DATA-FIM                 PIC  9(008).
      *
      *LAYOUT DE PRESSIN - AVISO DE OBITO DO TITULAR DO EMPRESTIMO
       01  WRK-PRESSIN-REGISTRO.
           05 PRESSIN-CHAVE                 PIC  X(015).
           05 PRESSIN-DATA-OBITO            PIC  9(008).
      *
      *LAYOUT DE PRESMOV - MOVIMENTO DO PRESTAMISTA PARA A AREA DE
      *SEGUROS: P PREMIO COBRADO NA PARCELA, S INDENIZACAO QUE
      *LIQUIDOU O EMPRESTIMO, N AVISO DE OBITO RECUSADO, R COBERTURA
      *ALTERADA POR RENEGOCIACAO, E COBERTURA ENCERRADA
       01  WRK-PRESMOV-REGISTRO.
           05 PRESMOV-CHAVE                 PIC  X(015).
           05 PRESMOV-TIPO                  PIC  X(001).
           05 PRESMOV-DATA                  PIC  9(008).
           05 PRESMOV-NUM-PARCELA           PIC  9(003).
           05 PRESMOV-VALOR                 PIC  9(009)V99.
      *
      *CONTAS DO CADCLIN COM A MOVIMENTACAO LIQUIDA DO CICLO
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.
           05 TAB-PAR-STATUS        PIC X(001).
           05 TAB-PAR-DATA-PAGTO    PIC 9(008).
      *
      *LIVRO DE APOLICES PRESTAMISTA EM MEMORIA. O PREMIO DA PARCELA
      *E FIXADO NO INICIO DO CICLO SOBRE O CAPITAL SEGURADO.
       01  WRK-TAB-PRS-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-PRS-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-PRS-QTDE
               INDEXED BY IDX-PRS.
           05 TAB-PRS-CHAVE         PIC X(015).
           05 TAB-PRS-DATA-EFETIVA  PIC 9(008).
           05 TAB-PRS-TAXA-EMP      PIC 9(003)V9999.
           05 TAB-PRS-TAXA-SEGURO   PIC 9(001)V9999.
           05 TAB-PRS-CAPITAL       PIC 9(009)V99.
           05 TAB-PRS-PREMIO-ACUM   PIC 9(009)V99.
           05 TAB-PRS-STATUS        PIC X(001).
           05 TAB-PRS-DATA-FIM      PIC 9(008).
           05 TAB-PRS-PREMIO-PARC   PIC 9(009)V99.
      *
      *CONTRATOS DISTINTOS PARA O RELATORIO DE CARTEIRA
       01  WRK-TAB-CTR-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-CTR-REGISTRO OCCURS 1 TO 999 TIMES
       01  WRK-VALOR-QUITACAO       PIC 9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-ABATIMENTO     PIC S9(011)V99 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL     PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TAXA-QUITACAO        PIC 9(003)V9999 VALUE ZEROS.
       01  WRK-PREMIO-PARCELA       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-VALOR-COBRADO        PIC 9(011)V99 VALUE ZEROS.
       01  WRK-QTD-LIQUIDADAS       PIC 9(003) VALUE ZEROS.
      *
       01  WRK-FATOR-SAC            PIC 9(003)V9(007) VALUE ZEROS.
       01  WRK-QTD-RESTANTES-MAIS-1 PIC 9(004) VALUE ZEROS.
      *
      *PARCELAS RESTANTES DIFERENTES ENTRE SI - CRONOGRAMA SAC
       77  WRK-SW-SISTEMA-SAC       PIC 9(001) VALUE ZEROS.
           88 CRONOGRAMA-SAC           VALUE 1.
           88 CRONOGRAMA-PRICE         VALUE 0.
      *
       77  WRK-SW-QUITIN-AUSENTE    PIC 9(001) VALUE ZEROS.
           88 QUITIN-AUSENTE           VALUE 1.
      *
       77  WRK-SW-PRESANT-AUSENTE   PIC 9(001) VALUE ZEROS.
           88 PRESANT-AUSENTE          VALUE 1.
      *
       77  WRK-SW-PRESNOVO-AUSENTE  PIC 9(001) VALUE ZEROS.
           88 PRESNOVO-AUSENTE         VALUE 1.
      *
       77  WRK-SW-PRESSIN-AUSENTE   PIC 9(001) VALUE ZEROS.
           88 PRESSIN-AUSENTE          VALUE 1.
      *
       77  WRK-CHAVE-BUSCA          PIC X(015) VALUE SPACES.
       77  WRK-SUB                  PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-CAD            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-CTR            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-PRS            PIC 9(004) VALUE ZEROS.
      *
      *LINHAS DO RELATORIO DE COTACAO DE QUITACAO
       01  WRK-QUITREL-LINHA.
              VALUE " ABATE".
           05 QUIT-ABATIMENTO       PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
      *
       01  WRK-QUITREL-EFETIVACAO.
           05 QEFE-CHAVE            PIC X(015).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 QEFE-SITUACAO         PIC X(040).
           05 FILLER                PIC X(024) VALUE SPACES.
      *
      *LINHAS DO RELATORIO DE CARTEIRA POR CONTRATO
       01  WRK-CARTREL-LINHA.
            03  WRK-CONT-COTACOES       PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-CONTRATOS      PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-QUITADOS       PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-EFETIVADAS     PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-APOLICES       PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-PREMIOS        PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-SIN-PAGOS      PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-SIN-RECUSADOS  PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-ALTERADAS      PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-ENCERRADAS     PIC 9(005) VALUE ZEROS.
      *
      *--------------------------------------------------------------*
       PROCEDURE             DIVISION.
      *--------------------------------------------------------------*
       000-AC00EX83.
           PERFORM 010-INICIALIZAR.
           PERFORM 018-PROCESSAR-SINISTROS
             UNTIL WRK-FS-PRESSIN = "10".
           PERFORM 020-COBRAR-PARCELAS.
           PERFORM 025-PROCESSAR-COTACOES
             UNTIL WRK-FS-QUITIN = "10".
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 014-CARREGAR-TABELA-CADCLIN.
           PERFORM 015-CARREGAR-CARTEIRA.
           PERFORM 016-CARREGAR-APOLICES.
           PERFORM 060-ATUALIZAR-CAPITAIS.
           PERFORM 040-LER-QUITIN.
           PERFORM 046-LER-PRESSIN.
      *
       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CRONANT.
              DISPLAY "ERRO ABERTURA CARTREL - FS: " WRK-FS-CARTREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PRESANT.
           IF WRK-FS-PRESANT = "35"
              SET PRESANT-AUSENTE TO TRUE
           ELSE
              IF WRK-FS-PRESANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRESANT - FS: " WRK-FS-PRESANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           OPEN INPUT    PRESNOVO.
           IF WRK-FS-PRESNOVO = "35"
              SET PRESNOVO-AUSENTE TO TRUE
           ELSE
              IF WRK-FS-PRESNOVO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRESNOVO - FS: "
                         WRK-FS-PRESNOVO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           OPEN INPUT    PRESSIN.
           IF WRK-FS-PRESSIN = "35"
              SET PRESSIN-AUSENTE TO TRUE
           ELSE
              IF WRK-FS-PRESSIN NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRESSIN - FS: " WRK-FS-PRESSIN
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           OPEN OUTPUT   PRESHOJE.
           IF WRK-FS-PRESHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRESHOJE - FS: "
                      WRK-FS-PRESHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PRESMOV.
           IF WRK-FS-PRESMOV NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRESMOV - FS: " WRK-FS-PRESMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       014-CARREGAR-TABELA-CADCLIN.
           PERFORM 041-LER-CADCLIN.
              CLOSE CRONOGRAMA
           END-IF.
      *
      *O LIVRO DE APOLICES VEM DO CICLO ANTERIOR; AS APOLICES
      *EMITIDAS PELO AC00EX44 SAO ACRESCENTADAS. APOLICE NOVA PARA
      *UM CONTRATO QUE JA TEM APOLICE ATIVA E A RENEGOCIACAO DO
      *EMPRESTIMO: A COBERTURA PASSA AOS NOVOS TERMOS.
       016-CARREGAR-APOLICES.
           IF NOT PRESANT-AUSENTE
              PERFORM 044-LER-PRESANT
              PERFORM 017-CARREGAR-UMA-APOLICE
                UNTIL WRK-FS-PRESANT = "10"
              CLOSE PRESANT
           END-IF.
           IF NOT PRESNOVO-AUSENTE
              PERFORM 045-LER-PRESNOVO
              PERFORM 019-EMITIR-APOLICE
                UNTIL WRK-FS-PRESNOVO = "10"
              CLOSE PRESNOVO
           END-IF.
      *
       017-CARREGAR-UMA-APOLICE.
           PERFORM 073-INCLUIR-APOLICE.
           PERFORM 044-LER-PRESANT.
      *
       019-EMITIR-APOLICE.
           MOVE PRES-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 032-LOCALIZAR-APOLICE.
           IF WRK-ACHOU-PRS > ZEROS
              PERFORM 072-MOVER-APOLICE-TABELA
              MOVE "R"                 TO PRESMOV-TIPO
              MOVE ZEROS               TO PRESMOV-NUM-PARCELA
              MOVE PRES-CAPITAL        TO PRESMOV-VALOR
              PERFORM 033-GRAVAR-PRESMOV
              ADD 1 TO WRK-CONT-ALTERADAS
           ELSE
              PERFORM 073-INCLUIR-APOLICE
           END-IF.
           PERFORM 045-LER-PRESNOVO.
      *
      *AVISO DE OBITO: COM APOLICE ATIVA E OBITO NA VIGENCIA, O
      *CAPITAL SEGURADO LIQUIDA O EMPRESTIMO - TODAS AS PARCELAS
      *AINDA NAO PAGAS RECEBEM BAIXA E NADA E DEBITADO DA CONTA.
       018-PROCESSAR-SINISTROS.
           MOVE PRESSIN-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 032-LOCALIZAR-APOLICE.
           EVALUATE TRUE
               WHEN WRK-ACHOU-PRS = ZEROS
                   PERFORM 024-RECUSAR-SINISTRO
               WHEN PRESSIN-DATA-OBITO <
                    TAB-PRS-DATA-EFETIVA(WRK-ACHOU-PRS)
                    OR PRESSIN-DATA-OBITO > WRK-DATA-SIS
                   PERFORM 024-RECUSAR-SINISTRO
               WHEN TAB-PRS-CAPITAL(WRK-ACHOU-PRS) = ZEROS
                   PERFORM 024-RECUSAR-SINISTRO
               WHEN OTHER
                   MOVE ZEROS TO WRK-QTD-LIQUIDADAS
                   PERFORM 023-LIQUIDAR-PARCELA
                       VARYING IDX-PAR FROM 1 BY 1
                       UNTIL IDX-PAR > WRK-TAB-PAR-QTDE
                   MOVE "S" TO TAB-PRS-STATUS(WRK-ACHOU-PRS)
                   MOVE PRESSIN-DATA-OBITO
                     TO TAB-PRS-DATA-FIM(WRK-ACHOU-PRS)
                   MOVE "S"                TO PRESMOV-TIPO
                   MOVE WRK-QTD-LIQUIDADAS TO PRESMOV-NUM-PARCELA
                   MOVE TAB-PRS-CAPITAL(WRK-ACHOU-PRS)
                     TO PRESMOV-VALOR
                   PERFORM 033-GRAVAR-PRESMOV
                   ADD 1 TO WRK-CONT-SIN-PAGOS
           END-EVALUATE.
           PERFORM 046-LER-PRESSIN.
      *
       023-LIQUIDAR-PARCELA.
           IF TAB-PAR-CHAVE(IDX-PAR) = WRK-CHAVE-BUSCA
              AND TAB-PAR-STATUS(IDX-PAR) NOT = "P"
              MOVE "P"          TO TAB-PAR-STATUS(IDX-PAR)
              MOVE WRK-DATA-SIS TO TAB-PAR-DATA-PAGTO(IDX-PAR)
              ADD 1 TO WRK-QTD-LIQUIDADAS
           END-IF.
      *
       024-RECUSAR-SINISTRO.
           MOVE "N"   TO PRESMOV-TIPO.
           MOVE ZEROS TO PRESMOV-NUM-PARCELA.
           MOVE ZEROS TO PRESMOV-VALOR.
           PERFORM 033-GRAVAR-PRESMOV.
           ADD 1 TO WRK-CONT-SIN-RECUSADOS.
      *
      *TENTA O DEBITO DE CADA PARCELA VENCIDA E AINDA NAO PAGA.
      *PARCELA EM ATRASO VOLTA A SER TENTADA EM TODO CICLO.
       020-COBRAR-PARCELAS.
              AND TAB-PAR-DATA-VENC(IDX-PAR) NOT > WRK-DATA-SIS
              MOVE TAB-PAR-CHAVE(IDX-PAR) TO WRK-CHAVE-BUSCA
              PERFORM 031-LOCALIZAR-CONTA
              PERFORM 032-LOCALIZAR-APOLICE
              MOVE ZEROS TO WRK-PREMIO-PARCELA
              IF WRK-ACHOU-PRS > ZEROS
                 MOVE TAB-PRS-PREMIO-PARC(WRK-ACHOU-PRS)
                   TO WRK-PREMIO-PARCELA
              END-IF
              COMPUTE WRK-VALOR-COBRADO =
                  TAB-PAR-VALOR(IDX-PAR) + WRK-PREMIO-PARCELA
              IF WRK-ACHOU-CAD > ZEROS
                 COMPUTE WRK-SALDO-DISPONIVEL =
                     TAB-CAD-SALDO(WRK-ACHOU-CAD)
                     + TAB-CAD-MOVIMENTO(WRK-ACHOU-CAD)
                 IF WRK-SALDO-DISPONIVEL NOT <
                    WRK-VALOR-COBRADO
                    SUBTRACT WRK-VALOR-COBRADO
                        FROM TAB-CAD-MOVIMENTO(WRK-ACHOU-CAD)
                    MOVE "P" TO TAB-PAR-STATUS(IDX-PAR)
                    MOVE WRK-DATA-SIS
                      TO TAB-PAR-DATA-PAGTO(IDX-PAR)
                    ADD 1 TO WRK-CONT-DEBITADAS
                    IF WRK-PREMIO-PARCELA > ZEROS
                       PERFORM 022-REGISTRAR-PREMIO
                    END-IF
                 ELSE
                    MOVE "V" TO TAB-PAR-STATUS(IDX-PAR)
                    ADD 1 TO WRK-CONT-EM-ATRASO
              END-IF
           END-IF.
      *
      *O PREMIO DO PRESTAMISTA SAI DA CONTA JUNTO COM A PARCELA.
       022-REGISTRAR-PREMIO.
           ADD WRK-PREMIO-PARCELA
             TO TAB-PRS-PREMIO-ACUM(WRK-ACHOU-PRS).
           MOVE "P"                    TO PRESMOV-TIPO.
           MOVE TAB-PAR-NUM(IDX-PAR)   TO PRESMOV-NUM-PARCELA.
           MOVE WRK-PREMIO-PARCELA     TO PRESMOV-VALOR.
           PERFORM 033-GRAVAR-PRESMOV.
           ADD 1 TO WRK-CONT-PREMIOS.
      *
      *COTACAO DE QUITACAO ANTECIPADA. A CALCPRICE E CHAMADA COM UM
      *PRINCIPAL DE REFERENCIA NA TAXA E PRAZO RESTANTES; COMO A
      *PARCELA PRICE E PROPORCIONAL AO PRINCIPAL, O PRINCIPAL EM
      *ABERTO SAI POR REGRA DE TRES E O ABATIMENTO DE JUROS E A
      *DIFERENCA PARA A SOMA DAS PARCELAS RESTANTES. NO SAC, AS N
      *PARCELAS RESTANTES SOMAM A * N * (1 + I * (N + 1) / 2), ONDE
      *A * N E O PRINCIPAL EM ABERTO.
       025-PROCESSAR-COTACOES.
           MOVE QUITIN-CHAVE    TO WRK-CHAVE-BUSCA.
           MOVE QUITIN-TAXA-MES TO WRK-TAXA-QUITACAO.
           PERFORM 028-CALCULAR-QUITACAO.

           MOVE QUITIN-CHAVE         TO QUIT-CHAVE.
           MOVE WRK-QTD-RESTANTES    TO QUIT-QTD-RESTANTES.
           MOVE WRK-VALOR-QUITACAO   TO QUIT-VALOR.
           MOVE WRK-VALOR-ABATIMENTO TO QUIT-ABATIMENTO.
           PERFORM 027-GRAVAR-QUITREL.
           ADD 1 TO WRK-CONT-COTACOES.
           IF QUITIN-EFETIVAR AND WRK-QTD-RESTANTES > ZEROS
              PERFORM 029-EFETIVAR-QUITACAO
           END-IF.
           PERFORM 040-LER-QUITIN.
      *
      *CALCULA A QUITACAO DO CONTRATO EM WRK-CHAVE-BUSCA NA TAXA
      *WRK-TAXA-QUITACAO. SERVE A COTACAO E O CAPITAL SEGURADO DO
      *PRESTAMISTA, QUE ACOMPANHA O MESMO SALDO DEVEDOR.
       028-CALCULAR-QUITACAO.
           MOVE ZEROS TO WRK-QTD-RESTANTES.
           MOVE ZEROS TO WRK-SOMA-RESTANTES.
           MOVE ZEROS TO WRK-VALOR-PARCELA-CTR.
           MOVE ZEROS TO WRK-VALOR-QUITACAO.
           MOVE ZEROS TO WRK-VALOR-ABATIMENTO.
           SET CRONOGRAMA-PRICE TO TRUE.
           PERFORM 026-SOMAR-RESTANTES
               VARYING IDX-PAR FROM 1 BY 1
               UNTIL IDX-PAR > WRK-TAB-PAR-QTDE.

           IF WRK-QTD-RESTANTES > ZEROS
              AND CRONOGRAMA-SAC
              COMPUTE WRK-QTD-RESTANTES-MAIS-1 =
                  WRK-QTD-RESTANTES + 1
              COMPUTE WRK-FATOR-SAC =
                  1 + WRK-TAXA-QUITACAO * WRK-QTD-RESTANTES-MAIS-1
                      / 200
              COMPUTE WRK-VALOR-QUITACAO ROUNDED =
                  WRK-SOMA-RESTANTES / WRK-FATOR-SAC
              COMPUTE WRK-VALOR-ABATIMENTO =
                  WRK-SOMA-RESTANTES - WRK-VALOR-QUITACAO
           END-IF.

           IF WRK-QTD-RESTANTES > ZEROS
              AND CRONOGRAMA-PRICE
              MOVE WRK-PRINCIPAL-REF  TO WRK-CALL-VALOR-FINANCIADO
              MOVE WRK-TAXA-QUITACAO  TO WRK-CALL-TAXA-JUROS-MES
              MOVE WRK-QTD-RESTANTES  TO WRK-CALL-QTD-PARCELAS
              CALL 'CALCPRICE' USING WRK-CALL-VALOR-FINANCIADO
                                      WRK-CALL-TAXA-JUROS-MES
                  / WRK-CALL-VALOR-PARCELA
              COMPUTE WRK-VALOR-ABATIMENTO =
                  WRK-SOMA-RESTANTES - WRK-VALOR-QUITACAO
           END-IF.
      *
      *QUITACAO EFETIVA: COM SALDO NA CONTA, O VALOR COTADO E
      *DEBITADO E AS PARCELAS RESTANTES RECEBEM BAIXA. A COBERTURA
      *DO PRESTAMISTA E ENCERRADA NO FIM DO CICLO.
       029-EFETIVAR-QUITACAO.
           MOVE QUITIN-CHAVE TO QEFE-CHAVE.
           PERFORM 031-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CAD = ZEROS
              MOVE "QUITACAO NAO EFETIVADA - CONTA INEXISTENTE"
                TO QEFE-SITUACAO
           ELSE
              COMPUTE WRK-SALDO-DISPONIVEL =
                  TAB-CAD-SALDO(WRK-ACHOU-CAD)
                  + TAB-CAD-MOVIMENTO(WRK-ACHOU-CAD)
              IF WRK-SALDO-DISPONIVEL < WRK-VALOR-QUITACAO
                 MOVE "QUITACAO NAO EFETIVADA - SALDO INSUFICIENTE"
                   TO QEFE-SITUACAO
              ELSE
                 SUBTRACT WRK-VALOR-QUITACAO
                     FROM TAB-CAD-MOVIMENTO(WRK-ACHOU-CAD)
                 MOVE ZEROS TO WRK-QTD-LIQUIDADAS
                 PERFORM 023-LIQUIDAR-PARCELA
                     VARYING IDX-PAR FROM 1 BY 1
                     UNTIL IDX-PAR > WRK-TAB-PAR-QTDE
                 MOVE "QUITACAO EFETIVADA" TO QEFE-SITUACAO
                 ADD 1 TO WRK-CONT-EFETIVADAS
              END-IF
           END-IF.
           WRITE FD-QUITREL-REGISTRO FROM WRK-QUITREL-EFETIVACAO.
           IF WRK-FS-QUITREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO QUITREL - FS: " WRK-FS-QUITREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       026-SOMAR-RESTANTES.
           IF TAB-PAR-CHAVE(IDX-PAR) = WRK-CHAVE-BUSCA
              AND TAB-PAR-STATUS(IDX-PAR) NOT = "P"
              IF WRK-QTD-RESTANTES > ZEROS
                 AND TAB-PAR-VALOR(IDX-PAR) NOT = WRK-VALOR-PARCELA-CTR
                 SET CRONOGRAMA-SAC TO TRUE
              END-IF
              ADD 1 TO WRK-QTD-RESTANTES
              ADD TAB-PAR-VALOR(IDX-PAR) TO WRK-SOMA-RESTANTES
              MOVE TAB-PAR-VALOR(IDX-PAR)
               END-IF
           END-PERFORM.
      *
      *APOLICE ATIVA DO CONTRATO EM WRK-CHAVE-BUSCA.
       032-LOCALIZAR-APOLICE.
           MOVE ZEROS TO WRK-ACHOU-PRS.
           PERFORM 034-COMPARAR-APOLICE
               VARYING IDX-PRS FROM 1 BY 1
               UNTIL IDX-PRS > WRK-TAB-PRS-QTDE.
      *
       034-COMPARAR-APOLICE.
           IF TAB-PRS-CHAVE(IDX-PRS) = WRK-CHAVE-BUSCA
              AND TAB-PRS-STATUS(IDX-PRS) = "A"
              SET WRK-ACHOU-PRS TO IDX-PRS
           END-IF.
      *
       033-GRAVAR-PRESMOV.
           MOVE WRK-CHAVE-BUSCA TO PRESMOV-CHAVE.
           MOVE WRK-DATA-SIS    TO PRESMOV-DATA.
           WRITE FD-PRESMOV-REGISTRO FROM WRK-PRESMOV-REGISTRO.
           IF WRK-FS-PRESMOV NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PRESMOV - FS: " WRK-FS-PRESMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
      *REGRAVA O CADASTRO COM OS DEBITOS DO CICLO APLICADOS.
       035-REGRAVAR-CADASTRO.
           OPEN INPUT CADCLIN.
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
      *
       044-LER-PRESANT.
           READ PRESANT INTO WRK-PRES-REGISTRO.
           IF WRK-FS-PRESANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRESANT - FS: " WRK-FS-PRESANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       045-LER-PRESNOVO.
           READ PRESNOVO INTO WRK-PRES-REGISTRO.
           IF WRK-FS-PRESNOVO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRESNOVO - FS: " WRK-FS-PRESNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       046-LER-PRESSIN.
           IF PRESSIN-AUSENTE
              MOVE "10" TO WRK-FS-PRESSIN
           ELSE
              READ PRESSIN INTO WRK-PRESSIN-REGISTRO
              IF WRK-FS-PRESSIN NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA PRESSIN - FS: " WRK-FS-PRESSIN
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
      *
       050-FINALIZAR.
           PERFORM 060-ATUALIZAR-CAPITAIS.
           PERFORM 057-GRAVAR-APOLICES-HOJE.
           PERFORM 051-GRAVAR-CARTEIRA-HOJE.
           PERFORM 053-TOTALIZAR-CONTRATOS.
           PERFORM 055-GRAVAR-CARTREL.
                   WRK-CONT-CONTRATOS.
           DISPLAY "Quantidade de Contratos Quitados....: "
                   WRK-CONT-QUITADOS.
           DISPLAY "Quantidade de Quitacoes Efetivadas..: "
                   WRK-CONT-EFETIVADAS.
           DISPLAY "Quantidade de Apolices Prestamista..: "
                   WRK-CONT-APOLICES.
           DISPLAY "Quantidade de Premios Cobrados......: "
                   WRK-CONT-PREMIOS.
           DISPLAY "Quantidade de Sinistros Pagos.......: "
                   WRK-CONT-SIN-PAGOS.
           DISPLAY "Quantidade de Sinistros Recusados...: "
                   WRK-CONT-SIN-RECUSADOS.
           DISPLAY "Quantidade de Coberturas Alteradas..: "
                   WRK-CONT-ALTERADAS.
           DISPLAY "Quantidade de Coberturas Encerradas.: "
                   WRK-CONT-ENCERRADAS.
           IF WRK-CONT-SIN-RECUSADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 058-FECHAR-ARQUIVOS.
      *
       051-GRAVAR-CARTEIRA-HOJE.
              DISPLAY "ERRO GRAVACAO CARTREL - FS: " WRK-FS-CARTREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       057-GRAVAR-APOLICES-HOJE.
           PERFORM 059-GRAVAR-UMA-APOLICE
               VARYING IDX-PRS FROM 1 BY 1
               UNTIL IDX-PRS > WRK-TAB-PRS-QTDE.
      *
       059-GRAVAR-UMA-APOLICE.
           ADD 1 TO WRK-CONT-APOLICES.
           MOVE TAB-PRS-CHAVE(IDX-PRS)        TO PRES-CHAVE.
           MOVE TAB-PRS-DATA-EFETIVA(IDX-PRS) TO PRES-DATA-EFETIVA.
           MOVE TAB-PRS-TAXA-EMP(IDX-PRS)     TO PRES-TAXA-EMPRESTIMO.
           MOVE TAB-PRS-TAXA-SEGURO(IDX-PRS)  TO PRES-TAXA-SEGURO.
           MOVE TAB-PRS-CAPITAL(IDX-PRS)      TO PRES-CAPITAL.
           MOVE TAB-PRS-PREMIO-ACUM(IDX-PRS)
             TO PRES-PREMIO-ACUMULADO.
           MOVE TAB-PRS-STATUS(IDX-PRS)       TO PRES-STATUS.
           MOVE TAB-PRS-DATA-FIM(IDX-PRS)     TO PRES-DATA-FIM.
           WRITE FD-PRESHOJE-REGISTRO FROM WRK-PRES-REGISTRO.
           IF WRK-FS-PRESHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PRESHOJE - FS: "
                      WRK-FS-PRESHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
      *RECALCULA O CAPITAL SEGURADO DE CADA APOLICE ATIVA PELO SALDO
      *DEVEDOR DA CARTEIRA E O PREMIO DA PARCELA SOBRE ELE. SEM
      *PARCELA EM ABERTO O EMPRESTIMO ESTA QUITADO E A COBERTURA E
      *ENCERRADA.
       060-ATUALIZAR-CAPITAIS.
           PERFORM 061-ATUALIZAR-UMA-APOLICE
               VARYING IDX-PRS FROM 1 BY 1
               UNTIL IDX-PRS > WRK-TAB-PRS-QTDE.
      *
       061-ATUALIZAR-UMA-APOLICE.
           IF TAB-PRS-STATUS(IDX-PRS) = "A"
              MOVE TAB-PRS-CHAVE(IDX-PRS)    TO WRK-CHAVE-BUSCA
              MOVE TAB-PRS-TAXA-EMP(IDX-PRS) TO WRK-TAXA-QUITACAO
              PERFORM 028-CALCULAR-QUITACAO
              MOVE WRK-VALOR-QUITACAO TO TAB-PRS-CAPITAL(IDX-PRS)
              COMPUTE TAB-PRS-PREMIO-PARC(IDX-PRS) ROUNDED =
                  WRK-VALOR-QUITACAO * TAB-PRS-TAXA-SEGURO(IDX-PRS)
                  / 100
              IF WRK-QTD-RESTANTES = ZEROS
                 MOVE "E"          TO TAB-PRS-STATUS(IDX-PRS)
                 MOVE WRK-DATA-SIS TO TAB-PRS-DATA-FIM(IDX-PRS)
                 MOVE "E"          TO PRESMOV-TIPO
                 MOVE ZEROS        TO PRESMOV-NUM-PARCELA
                 MOVE ZEROS        TO PRESMOV-VALOR
                 PERFORM 033-GRAVAR-PRESMOV
                 ADD 1 TO WRK-CONT-ENCERRADAS
              END-IF
           END-IF.
      *
      *DADOS DE EMISSAO DA APOLICE NA POSICAO WRK-ACHOU-PRS.
       072-MOVER-APOLICE-TABELA.
           MOVE PRES-CHAVE        TO TAB-PRS-CHAVE(WRK-ACHOU-PRS).
           MOVE PRES-DATA-EFETIVA
             TO TAB-PRS-DATA-EFETIVA(WRK-ACHOU-PRS).
           MOVE PRES-TAXA-EMPRESTIMO
             TO TAB-PRS-TAXA-EMP(WRK-ACHOU-PRS).
           MOVE PRES-TAXA-SEGURO
             TO TAB-PRS-TAXA-SEGURO(WRK-ACHOU-PRS).
           MOVE PRES-CAPITAL      TO TAB-PRS-CAPITAL(WRK-ACHOU-PRS).
           MOVE ZEROS TO TAB-PRS-PREMIO-PARC(WRK-ACHOU-PRS).
      *
       073-INCLUIR-APOLICE.
           IF WRK-TAB-PRS-QTDE NOT < 999
              DISPLAY "TABELA DE APOLICES PRESTAMISTA EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-PRS-QTDE.
           MOVE WRK-TAB-PRS-QTDE TO WRK-ACHOU-PRS.
           PERFORM 072-MOVER-APOLICE-TABELA.
           MOVE PRES-PREMIO-ACUMULADO
             TO TAB-PRS-PREMIO-ACUM(WRK-ACHOU-PRS).
           MOVE PRES-STATUS   TO TAB-PRS-STATUS(WRK-ACHOU-PRS).
           MOVE PRES-DATA-FIM TO TAB-PRS-DATA-FIM(WRK-ACHOU-PRS).
      *
       058-FECHAR-ARQUIVOS.
           IF NOT QUITIN-AUSENTE
              CLOSE QUITIN
           END-IF.

           IF NOT PRESSIN-AUSENTE
              CLOSE PRESSIN
           END-IF.

           CLOSE PRESHOJE.
           IF WRK-FS-PRESHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PRESHOJE - FS: " WRK-FS-PRESHOJE
           END-IF.

           CLOSE PRESMOV.
           IF WRK-FS-PRESMOV NOT = "00"
              DISPLAY "ERRO CLOSE PRESMOV - FS: " WRK-FS-PRESMOV
           END-IF.

           CLOSE CADCLINE.
           IF WRK-FS-CADCLINE NOT = "00"
              DISPLAY "ERRO CLOSE CADCLINE - FS: " WRK-FS-CADCLINE

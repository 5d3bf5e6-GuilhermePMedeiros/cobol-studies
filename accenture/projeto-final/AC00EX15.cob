      *RELATORIO AGINGREL, E OS VENCIDOS HA MAIS DE 30 DIAS SAEM
      *NA LISTA DE COBRANCA (COBRADUN) COM O NOME DO CLIENTE
      *BUSCADO NO KSDS DE CLIENTE.
      *AS FATURAS MENSAIS DOS CLIENTES CORPORATIVOS (FATTIT, DO
      *AC00EX98) ENTRAM COMO TITULOS NOVOS, JA NO LAYOUT DO
      *REGISTRO, COM A DATA AJUSTADA PARA A IDADE CONTAR A PARTIR
      *DO VENCIMENTO DA FATURA.
      *O FRETE DAS ENTREGAS ABERTAS NO DIA (FRETETIT, DO AC00EX90)
      *E SOMADO AO TITULO DA COMPRA QUANDO ELA ESTA EM ABERTO NA
      *CARTEIRA OU ENTRA NO DIA; SEM TITULO DA COMPRA (VENDA NO
      *CARTAO, OU TITULO JA QUITADO), O FRETE ENTRA COMO TITULO
      *PROPRIO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT PAGTOS   ASSIGN    TO PAGTOS
                      FILE STATUS    IS WRK-FS-PAGTOS.

      *TITULOS DAS FATURAS MENSAIS DO DIA (OPCIONAL)
       SELECT FATTIT   ASSIGN    TO FATTIT
                      FILE STATUS    IS WRK-FS-FATTIT.

      *FRETES COBRADOS NAS ENTREGAS ABERTAS NO DIA (OPCIONAL)
       SELECT FRETETIT ASSIGN    TO FRETETIT
                      FILE STATUS    IS WRK-FS-FRETETIT.

      *REGISTRO DE RECEBIVEIS DO CICLO ANTERIOR
       SELECT CONTARANT ASSIGN   TO CONTARANT
                      FILE STATUS    IS WRK-FS-CONTARANT.

       01  FD-PAGTOS-REGISTRO      PIC X(024).

       FD  FATTIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATTIT-REGISTRO      PIC X(039).

       FD  FRETETIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRETETIT-REGISTRO    PIC X(039).

       FD  CONTARANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  AGINGREL
           RECORDING MODE IS F
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-BOLCHE         PIC X(002) VALUE SPACES.
           05 WRK-FS-PAGTOS         PIC X(002) VALUE SPACES.
           05 WRK-FS-FATTIT         PIC X(002) VALUE SPACES.
           05 WRK-FS-FRETETIT       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONTARANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-CONTARHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
               88 CONTAR-ABERTO        VALUE "A".
               88 CONTAR-QUITADO       VALUE "Q".

      *LAYOUT DE FRETETIT - MESMO DO REGISTRO, GRAVADO PELO AC00EX90
       01  WRK-FRETETIT-REGISTRO.
           05 FRETETIT-COD-COMPRA   PIC  9(005).
           05 FRETETIT-COD-CLIENTE  PIC  9(003).
           05 FRETETIT-DATA-COMPRA  PIC  9(008).
           05 FRETETIT-VALOR-ORIGINAL PIC  9(009)V99.
           05 FRETETIT-VALOR-PAGO   PIC  9(009)V99.
           05 FRETETIT-STATUS       PIC  X(001).

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE AGINGREL - UMA LINHA POR FAIXA DE IDADE
       01  WRK-AGINGREL-REGISTRO.
           03 WRK-CONT-LIDOS-COMPRA       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-BOLCHE       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PAGTOS       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FATTIT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CONTARANT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CONTAR    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-COBRADUN  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TITULOS-QUITADOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FRETETIT     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FRETES-SOMADOS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FRETES-AVULSOS     PIC 9(05) VALUE ZEROS.

      *TABELA DE PAGAMENTOS RECEBIDOS NO DIA, POR COMPRA
       01  WRK-TAB-PAGTOS-QTDE      PIC 9(004) VALUE ZEROS.
           05 TAB-PAGTOS-COD-COMPRA PIC 9(005).
           05 TAB-PAGTOS-VALOR      PIC 9(009)V99.

      *TABELA DOS FRETES DO DIA, POR COMPRA, COM A MARCA DE JA
      *SOMADO A UM TITULO DA CARTEIRA
       01  WRK-TAB-FRETES-QTDE      PIC 9(004) VALUE ZEROS.

       01  TAB-FRETES-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-FRETES-QTDE
               INDEXED BY IDX-FRETES.
           05 TAB-FRETES-COD-COMPRA PIC 9(005).
           05 TAB-FRETES-COD-CLIENTE PIC 9(003).
           05 TAB-FRETES-DATA       PIC 9(008).
           05 TAB-FRETES-VALOR      PIC 9(009)V99.
           05 TAB-FRETES-SW-USADO   PIC 9(001).
               88 TAB-FRETES-USADO     VALUE 1.

      *TOTAIS DAS FAIXAS DE AGING (QTDE E VALOR EM ABERTO)
       01  WRK-AGING-TOTAIS.
           03 WRK-AGING-QTD-ATE30   PIC 9(007) VALUE ZEROS.
      *SALDO EM ABERTO DO TITULO CORRENTE
       01  WRK-SALDO-ABERTO         PIC 9(009)V99 VALUE ZEROS.

       01  WRK-SW-FATTIT            PIC 9(001) VALUE ZEROS.
           88 FATTIT-PRESENTE          VALUE 1.
           88 FATTIT-AUSENTE           VALUE 0.

      *TOTAL LIQUIDO ACUMULADO DA COMPRA CORRENTE DO BOLCHE
       01  WRK-TOTAL-COMPRA         PIC 9(009)V99 VALUE ZEROS.

             UNTIL WRK-FS-CONTARANT = "10".
           PERFORM 020-PROCESSAR-VENDAS-NOVAS
             UNTIL WRK-FS-BOLCHE = "10".
           PERFORM 022-PROCESSAR-FATURAS
             UNTIL WRK-FS-FATTIT = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 015-CARREGAR-TABELA-PAGTOS.
           PERFORM 016-CARREGAR-TABELA-FRETES.
           PERFORM 040-LER-ARQUIVOS.

       012-ABRIR-ARQUIVOS.
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    SEM FATURAMENTO NO DIA, NAO HA TITULO DE FATURA.
           OPEN INPUT    FATTIT.
           IF WRK-FS-FATTIT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA FATTIT - FS: " WRK-FS-FATTIT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    SEM ENTREGA ABERTA NO DIA, NAO HA FRETE A COBRAR.
           OPEN INPUT    FRETETIT.
           IF WRK-FS-FRETETIT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA FRETETIT - FS: " WRK-FS-FRETETIT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    SEM REGISTRO DE CICLO ANTERIOR, COMECA COM A CARTEIRA
      *    VAZIA (PRIMEIRA EXECUCAO).
           OPEN INPUT    CONTARANT.
           END-SEARCH.
           PERFORM 044-LER-PAGTOS.

      *CARREGA OS FRETES DO DIA NA TABELA. SEM O ARQUIVO, NENHUM
      *FRETE E COBRADO NESTE RUN.
       016-CARREGAR-TABELA-FRETES.
           IF WRK-FS-FRETETIT = "35"
              MOVE "10" TO WRK-FS-FRETETIT
           ELSE
              PERFORM 048-LER-FRETETIT
              PERFORM 034-GUARDAR-FRETE
                UNTIL WRK-FS-FRETETIT = "10"
              CLOSE FRETETIT
              IF WRK-FS-FRETETIT NOT = "00"
                 DISPLAY "ERRO CLOSE FRETETIT - FS: " WRK-FS-FRETETIT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       034-GUARDAR-FRETE.
           IF WRK-TAB-FRETES-QTDE = 999
              DISPLAY "MAIS DE 999 FRETES NO FRETETIT"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-FRETES-QTDE.
           MOVE FRETETIT-COD-COMPRA
             TO TAB-FRETES-COD-COMPRA(WRK-TAB-FRETES-QTDE).
           MOVE FRETETIT-COD-CLIENTE
             TO TAB-FRETES-COD-CLIENTE(WRK-TAB-FRETES-QTDE).
           MOVE FRETETIT-DATA-COMPRA
             TO TAB-FRETES-DATA(WRK-TAB-FRETES-QTDE).
           MOVE FRETETIT-VALOR-ORIGINAL
             TO TAB-FRETES-VALOR(WRK-TAB-FRETES-QTDE).
           MOVE ZEROS
             TO TAB-FRETES-SW-USADO(WRK-TAB-FRETES-QTDE).
           PERFORM 048-LER-FRETETIT.

      *SOMA AO TITULO CORRENTE O FRETE DA MESMA COMPRA, AINDA NAO
      *SOMADO A OUTRO TITULO.
       035-SOMAR-FRETE.
           SET IDX-FRETES TO 1.
           SEARCH TAB-FRETES-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FRETES-COD-COMPRA(IDX-FRETES) =
                    CONTAR-COD-COMPRA
                AND NOT TAB-FRETES-USADO(IDX-FRETES)
                   ADD TAB-FRETES-VALOR(IDX-FRETES)
                   TO CONTAR-VALOR-ORIGINAL
                   SET TAB-FRETES-USADO(IDX-FRETES) TO TRUE
                   ADD 1 TO WRK-CONT-FRETES-SOMADOS
           END-SEARCH.

       040-LER-ARQUIVOS.
           PERFORM 041-LER-CONTARANT.
           PERFORM 042-LER-COMPRA.
           PERFORM 043-LER-BOLCHE.
           IF WRK-FS-FATTIT = "35"
              SET FATTIT-AUSENTE TO TRUE
              MOVE "10" TO WRK-FS-FATTIT
           ELSE
              SET FATTIT-PRESENTE TO TRUE
              PERFORM 047-LER-FATTIT
           END-IF.

      *ATUALIZA UM TITULO DA CARTEIRA ANTERIOR: ABATE OS PAGAMENTOS
      *DO DIA E REGRAVA NO REGISTRO DE HOJE. TITULO JA QUITADO NO
      *CICLO ANTERIOR NAO E CARREGADO ADIANTE.
       021-PROCESSAR-CARTEIRA-ANT.
           IF CONTAR-ABERTO
               PERFORM 035-SOMAR-FRETE
               PERFORM 031-APLICAR-PAGAMENTO
               PERFORM 032-CLASSIFICAR-TITULO
               PERFORM 045-GRAVAR-CONTARHOJE
               END-IF
           END-IF.

      *A FATURA DO AC00EX98 JA VEM NO LAYOUT DO REGISTRO, ABERTA E
      *SEM PAGAMENTO - ENTRA COMO TITULO NOVO COMO A VENDA DO DIA.
       022-PROCESSAR-FATURAS.
           PERFORM 031-APLICAR-PAGAMENTO.
           PERFORM 032-CLASSIFICAR-TITULO.
           PERFORM 045-GRAVAR-CONTARHOJE.
           PERFORM 047-LER-FATTIT.

      *FRETE SEM TITULO DA COMPRA NA CARTEIRA (VENDA NO CARTAO OU
      *TITULO JA QUITADO) ENTRA COMO TITULO PROPRIO, DATADO DA
      *ABERTURA DA ENTREGA.
       023-PROCESSAR-FRETES.
           IF NOT TAB-FRETES-USADO(IDX-FRETES)
               MOVE TAB-FRETES-COD-COMPRA(IDX-FRETES)
                 TO CONTAR-COD-COMPRA
               MOVE TAB-FRETES-COD-CLIENTE(IDX-FRETES)
                 TO CONTAR-COD-CLIENTE
               MOVE TAB-FRETES-DATA(IDX-FRETES)
                 TO CONTAR-DATA-COMPRA
               MOVE TAB-FRETES-VALOR(IDX-FRETES)
                 TO CONTAR-VALOR-ORIGINAL
               MOVE ZEROS               TO CONTAR-VALOR-PAGO
               SET CONTAR-ABERTO        TO TRUE
               SET TAB-FRETES-USADO(IDX-FRETES) TO TRUE
               ADD 1 TO WRK-CONT-FRETES-AVULSOS

               PERFORM 031-APLICAR-PAGAMENTO
               PERFORM 032-CLASSIFICAR-TITULO
               PERFORM 045-GRAVAR-CONTARHOJE
           END-IF.

      *A COMPRA CORRENTE SAIU DO MERGE - SE ACUMULOU VALOR EM
      *BOLETO/CHEQUE, ENTRA COMO TITULO NOVO NA CARTEIRA.
       070-ENCERRAR-COMPRA.
               MOVE ZEROS               TO CONTAR-VALOR-PAGO
               SET CONTAR-ABERTO        TO TRUE

               PERFORM 035-SOMAR-FRETE
               PERFORM 031-APLICAR-PAGAMENTO
               PERFORM 032-CLASSIFICAR-TITULO
               PERFORM 045-GRAVAR-CONTARHOJE
                ADD 1 TO WRK-CONT-LIDOS-PAGTOS
           END-IF.

       047-LER-FATTIT.
           READ FATTIT    INTO WRK-CONTAR-REGISTRO.
           IF WRK-FS-FATTIT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FATTIT - FS: " WRK-FS-FATTIT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FATTIT = "00"
                ADD 1 TO WRK-CONT-LIDOS-FATTIT
           END-IF.

       048-LER-FRETETIT.
           READ FRETETIT  INTO WRK-FRETETIT-REGISTRO.
           IF WRK-FS-FRETETIT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRETETIT - FS: " WRK-FS-FRETETIT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FRETETIT = "00"
                ADD 1 TO WRK-CONT-LIDOS-FRETETIT
           END-IF.

       045-GRAVAR-CONTARHOJE.
           WRITE FD-CONTARHOJE-REGISTRO FROM WRK-CONTAR-REGISTRO.
           IF WRK-FS-CONTARHOJE NOT = ZEROS

       050-FINALIZAR.
           PERFORM 070-ENCERRAR-COMPRA.
      *    O FRETE AVULSO SO DEPOIS DA ULTIMA COMPRA DO MERGE.
           PERFORM 023-PROCESSAR-FRETES
             VARYING IDX-FRETES FROM 1 BY 1
             UNTIL IDX-FRETES > WRK-TAB-FRETES-QTDE.
           PERFORM 055-GRAVAR-AGINGREL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.
                   WRK-CONT-LIDOS-BOLCHE.
           DISPLAY "Quantidade de Registros Lidos    PAGTOS...: "
                   WRK-CONT-LIDOS-PAGTOS.
           DISPLAY "Quantidade de Registros Lidos    FATTIT...: "
                   WRK-CONT-LIDOS-FATTIT.
           DISPLAY "Quantidade de Registros Lidos    FRETETIT.: "
                   WRK-CONT-LIDOS-FRETETIT.
           DISPLAY "Quantidade de Registros Lidos    CONTARANT: "
                   WRK-CONT-LIDOS-CONTARANT.
           DISPLAY "Quantidade de Registros Gravados CONTARHOJE "
                   WRK-CONT-GRAVADOS-COBRADUN.
           DISPLAY "Quantidade de Titulos Quitados............: "
                   WRK-CONT-TITULOS-QUITADOS.
           DISPLAY "Quantidade de Fretes Somados a Titulos....: "
                   WRK-CONT-FRETES-SOMADOS.
           DISPLAY "Quantidade de Fretes em Titulo Proprio....: "
                   WRK-CONT-FRETES-AVULSOS.

       052-FECHAR-ARQUIVOS.
           CLOSE COMPRA.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF FATTIT-PRESENTE
              CLOSE FATTIT
              IF WRK-FS-FATTIT NOT = "00"
                 DISPLAY "ERRO CLOSE FATTIT - FS: " WRK-FS-FATTIT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           CLOSE CONTARANT.
           IF WRK-FS-CONTARANT NOT = "00"
              DISPLAY "ERRO CLOSE CONTARANT - FS: " WRK-FS-CONTARANT

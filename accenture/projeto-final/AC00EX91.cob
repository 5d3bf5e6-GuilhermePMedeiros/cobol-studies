       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX91.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX91
      *ENTRADA DAS NOTAS FISCAIS DE FORNECEDOR COM CONFERENCIA
      *EM TRES VIAS: NOTA x PEDIDO x RECEBIMENTO. LE O ARQUIVO
      *DIARIO DE LINHAS DE NOTA (NFFORN: FORNECEDOR, NUMERO DA
      *NOTA, PEDIDO, PRODUTO, QUANTIDADE E CUSTO UNITARIO) E
      *CASA CADA LINHA COM O PEDIDO DA CARTEIRA DO AC00EX58
      *(PEDHOJE) E COM O QUE O RECEBREG DO AC00EX57 DIZ QUE
      *CHEGOU - O RECEBIDO DE CADA PEDIDO E O ACUMULADO DO
      *RECEBREG QUE O AC00EX58 ABATE NA CARTEIRA, E A SOBRA
      *ENTREGUE A MAIOR (SITUACAO M) DO RECEBREG DO DIA E
      *SEPARADA PARA DECISAO DO COMPRAS.
      *COMO O AC00EX58 SO CARREGA O PEDIDO FECHADO POR UM CICLO,
      *O PROGRAMA MANTEM O PROPRIO LIVRO DE CONFERENCIA POR
      *PEDIDO (NFCTLANT/NFCTLHOJE, NO MESMO ESPIRITO DOS
      *SNAPSHOTS PEDANT/PEDHOJE) COM O PEDIDO, O RECEBIDO E O JA
      *FATURADO; O PEDIDO SAI DO LIVRO QUANDO ESTA FECHADO E
      *TOTALMENTE FATURADO.
      *O PRECO E CONFERIDO CONTRA O CUSTO DO PRODUTO NO
      *PRODCUSTO (O MESMO DO AC00EX59). AS TOLERANCIAS DE
      *QUANTIDADE E DE PRECO VEM DO PARAMETRO PARMTOLNF (SEM O
      *PARAMETRO, 2 POR CENTO CADA).
      *LINHA CONFERIDA SAI NO ARQUIVO DE CONTAS A PAGAR NFPAGAR;
      *LINHA DIVERGENTE FICA RETIDA NO RELATORIO DE EXCECOES
      *NFEXC COM O MOTIVO, PARA O COMPRAS RESOLVER COM O
      *FORNECEDOR E REAPRESENTAR A LINHA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *LINHAS DAS NOTAS FISCAIS DE FORNECEDOR DO DIA
       SELECT NFFORN   ASSIGN    TO NFFORN
                      FILE STATUS    IS WRK-FS-NFFORN.

      *CADASTRO DE FORNECEDORES
       SELECT FORNECEDOR ASSIGN  TO FORNECEDOR
                      FILE STATUS    IS WRK-FS-FORNECEDOR.

      *CARTEIRA DE PEDIDOS ATUALIZADA PELO AC00EX58
       SELECT PEDHOJE  ASSIGN    TO PEDHOJE
                      FILE STATUS    IS WRK-FS-PEDHOJE.

      *RECEBIMENTOS DO DIA APLICADOS PELO AC00EX57
       SELECT RECEBREG ASSIGN    TO RECEBREG
                      FILE STATUS    IS WRK-FS-RECEBREG.

      *CUSTO UNITARIO DO PRODUTO (O MESMO DO AC00EX59)
       SELECT PRODCUSTO ASSIGN   TO PRODCUSTO
                      FILE STATUS    IS WRK-FS-PRODCUSTO.

      *TOLERANCIAS DE QUANTIDADE E DE PRECO (OPCIONAL)
       SELECT PARMTOLNF ASSIGN   TO PARMTOLNF
                      FILE STATUS    IS WRK-FS-PARMTOLNF.

      *LIVRO DE CONFERENCIA POR PEDIDO DO CICLO ANTERIOR
       SELECT NFCTLANT ASSIGN    TO NFCTLANT
                      FILE STATUS    IS WRK-FS-NFCTLANT.

      *LIVRO DE CONFERENCIA POR PEDIDO ATUALIZADO
       SELECT NFCTLHOJE ASSIGN   TO NFCTLHOJE
                      FILE STATUS    IS WRK-FS-NFCTLHOJE.

      *LINHAS CONFERIDAS LIBERADAS PARA CONTAS A PAGAR
       SELECT NFPAGAR  ASSIGN    TO NFPAGAR
                      FILE STATUS    IS WRK-FS-NFPAGAR.

      *LINHAS RETIDAS POR DIVERGENCIA, PARA O COMPRAS
       SELECT NFEXC    ASSIGN    TO NFEXC
                      FILE STATUS    IS WRK-FS-NFEXC.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  NFFORN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NFFORN-REGISTRO      PIC X(047).

       FD  FORNECEDOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FORNECEDOR-REGISTRO  PIC X(026).

       FD  PEDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PEDHOJE-REGISTRO     PIC X(037).

       FD  RECEBREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RECEBREG-REGISTRO    PIC X(035).

       FD  PRODCUSTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODCUSTO-REGISTRO   PIC X(016).

       FD  PARMTOLNF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMTOLNF-REGISTRO   PIC X(010).

       FD  NFCTLANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NFCTLANT-REGISTRO    PIC X(044).

       FD  NFCTLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NFCTLHOJE-REGISTRO   PIC X(044).

       FD  NFPAGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NFPAGAR-REGISTRO     PIC X(058).

       FD  NFEXC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NFEXC-REGISTRO       PIC X(081).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-NFFORN         PIC X(002) VALUE SPACES.
           05 WRK-FS-FORNECEDOR     PIC X(002) VALUE SPACES.
           05 WRK-FS-PEDHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-RECEBREG       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODCUSTO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMTOLNF      PIC X(002) VALUE SPACES.
           05 WRK-FS-NFCTLANT       PIC X(002) VALUE SPACES.
           05 WRK-FS-NFCTLHOJE      PIC X(002) VALUE SPACES.
           05 WRK-FS-NFPAGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-NFEXC          PIC X(002) VALUE SPACES.

      *LAYOUT DE NFFORN - UMA LINHA DE NOTA FISCAL DE FORNECEDOR
       01  WRK-NFFORN-REGISTRO.
           05 NFFORN-COD-FORNEC     PIC 9(003).
           05 NFFORN-NUM-NOTA       PIC 9(009).
           05 NFFORN-DATA-NOTA      PIC 9(008).
           05 NFFORN-NUM-PEDIDO     PIC 9(006).
           05 NFFORN-COD-PRODUTO    PIC 9(005).
           05 NFFORN-QUANTIDADE     PIC 9(007).
           05 NFFORN-CUSTO-UNIT     PIC 9(007)V99.

      *LAYOUT DE FORNECEDOR - MESMO CADASTRO DO AC00EX58
       01  WRK-FORNECEDOR-REGISTRO.
           05 FORNECEDOR-CODIGO     PIC 9(003).
           05 FORNECEDOR-NOME       PIC X(020).
           05 FORNECEDOR-PRAZO-DIAS PIC 9(003).

      *LAYOUT DA CARTEIRA DE PEDIDOS - MESMA DO AC00EX58
       01  WRK-PED-REGISTRO.
           05 PED-NUM-PEDIDO        PIC 9(006).
           05 PED-COD-PRODUTO       PIC 9(005).
           05 PED-COD-FORNEC        PIC 9(003).
           05 PED-QTD-PEDIDA        PIC 9(007).
           05 PED-QTD-RECEBIDA      PIC 9(007).
           05 PED-DATA-EMISSAO      PIC 9(008).
           05 PED-STATUS            PIC X(001).
               88 PED-ABERTO           VALUE "A".
               88 PED-FECHADO          VALUE "F".

      *LAYOUT DE RECEBREG - MESMO GRAVADO PELO AC00EX57
       01  WRK-RECEBREG-REGISTRO.
           05 RECEBREG-COD-PRODUTO  PIC 9(005).
           05 RECEBREG-QUANTIDADE   PIC 9(007).
           05 RECEBREG-ENCOMENDA-ANT PIC 9(007).
           05 RECEBREG-SALDO-NOVO   PIC 9(007).
           05 RECEBREG-SITUACAO     PIC X(001).
               88 RECEBREG-MAIOR        VALUE "M".
           05 RECEBREG-DATA         PIC 9(008).

      *LAYOUT DE PRODCUSTO - MESMO DO AC00EX59
       01  WRK-PRODCUSTO-REGISTRO.
           05 PRODCUSTO-COD-PRODUTO PIC 9(005).
           05 PRODCUSTO-CUSTO       PIC 9(009)V99.

      *LAYOUT DE PARMTOLNF - TOLERANCIAS DA CONFERENCIA
       01  WRK-PARMTOLNF-REGISTRO.
           05 PARMTOLNF-PCT-QTDE    PIC 9(003)V99.
           05 PARMTOLNF-PCT-PRECO   PIC 9(003)V99.

      *LAYOUT DE NFCTLANT/NFCTLHOJE - UM PEDIDO NO LIVRO DE
      *CONFERENCIA, COM O JA FATURADO PELO FORNECEDOR
       01  WRK-NFCTL-REGISTRO.
           05 NFCTL-NUM-PEDIDO      PIC 9(006).
           05 NFCTL-COD-PRODUTO     PIC 9(005).
           05 NFCTL-COD-FORNEC      PIC 9(003).
           05 NFCTL-QTD-PEDIDA      PIC 9(007).
           05 NFCTL-QTD-RECEBIDA    PIC 9(007).
           05 NFCTL-QTD-FATURADA    PIC 9(007).
           05 NFCTL-STATUS-PED      PIC X(001).
           05 NFCTL-DATA-ULT-NOTA   PIC 9(008).

      *LAYOUT DE NFPAGAR - LINHA DE NOTA LIBERADA PARA PAGAMENTO
       01  WRK-NFPAGAR-REGISTRO.
           05 NFPAGAR-COD-FORNEC    PIC 9(003).
           05 NFPAGAR-NUM-NOTA      PIC 9(009).
           05 NFPAGAR-DATA-NOTA     PIC 9(008).
           05 NFPAGAR-NUM-PEDIDO    PIC 9(006).
           05 NFPAGAR-COD-PRODUTO   PIC 9(005).
           05 NFPAGAR-QUANTIDADE    PIC 9(007).
           05 NFPAGAR-CUSTO-UNIT    PIC 9(007)V99.
           05 NFPAGAR-VALOR-TOTAL   PIC 9(009)V99.

      *LAYOUT DE NFEXC - LINHA RETIDA, COM O MOTIVO E OS NUMEROS
      *DO PEDIDO E DO RECEBIMENTO PARA O COMPRAS
       01  WRK-NFEXC-REGISTRO.
           05 NFEXC-COD-FORNEC      PIC 9(003).
           05 NFEXC-NUM-NOTA        PIC 9(009).
           05 NFEXC-NUM-PEDIDO      PIC 9(006).
           05 NFEXC-COD-PRODUTO     PIC 9(005).
           05 NFEXC-QUANTIDADE      PIC 9(007).
           05 NFEXC-CUSTO-UNIT      PIC 9(007)V99.
           05 NFEXC-MOTIVO          PIC X(001).
               88 NFEXC-MOT-FORNEC-DESCONHECIDO VALUE "1".
               88 NFEXC-MOT-PEDIDO-INEXISTENTE  VALUE "2".
               88 NFEXC-MOT-PRECO-DIVERGENTE    VALUE "3".
               88 NFEXC-MOT-ACIMA-RECEBIDO      VALUE "4".
               88 NFEXC-MOT-ENTREGA-A-MAIOR     VALUE "5".
               88 NFEXC-MOT-SEM-CUSTO           VALUE "6".
           05 NFEXC-QTD-PEDIDA      PIC 9(007).
           05 NFEXC-QTD-RECEBIDA    PIC 9(007).
           05 NFEXC-QTD-FATURADA    PIC 9(007).
           05 NFEXC-CUSTO-CADASTRO  PIC 9(009)V99.
           05 NFEXC-DATA-NOTA       PIC 9(008).

      *CADASTRO DE FORNECEDORES EM MEMORIA
       01  WRK-TAB-FORN-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FORN-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-FORN-QTDE
               INDEXED BY IDX-FORN.
           05 TAB-FORN-CODIGO       PIC 9(003).

      *CUSTOS DE PRODUTO EM MEMORIA
       01  WRK-TAB-CUSTO-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-CUSTO-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-CUSTO-QTDE
               INDEXED BY IDX-CUSTO.
           05 TAB-CUSTO-COD-PRODUTO PIC 9(005).
           05 TAB-CUSTO-VALOR       PIC 9(009)V99.

      *ENTREGA A MAIOR DO DIA POR PRODUTO (RECEBREG SITUACAO M)
       01  WRK-TAB-EXCED-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-EXCED-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-EXCED-QTDE
               INDEXED BY IDX-EXCED.
           05 TAB-EXCED-COD-PRODUTO PIC 9(005).
           05 TAB-EXCED-QTDE        PIC 9(009).

      *LIVRO DE CONFERENCIA POR PEDIDO EM MEMORIA
       01  WRK-TAB-CTL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CTL-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CTL-QTDE
               INDEXED BY IDX-CTL.
           05 TAB-CTL-NUM-PEDIDO    PIC 9(006).
           05 TAB-CTL-COD-PRODUTO   PIC 9(005).
           05 TAB-CTL-COD-FORNEC    PIC 9(003).
           05 TAB-CTL-QTD-PEDIDA    PIC 9(007).
           05 TAB-CTL-QTD-RECEBIDA  PIC 9(007).
           05 TAB-CTL-QTD-FATURADA  PIC 9(007).
           05 TAB-CTL-STATUS-PED    PIC X(001).
           05 TAB-CTL-DATA-ULT-NOTA PIC 9(008).

      *APOIO AO RUN
       01  WRK-ACHOU-CTL            PIC 9(004) VALUE ZEROS.
       01  WRK-ACHOU-FORN           PIC 9(001) VALUE ZEROS.
           88 FORNECEDOR-ACHADO        VALUE 1.
       01  WRK-CUSTO-ACHADO         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-SW-CUSTO             PIC 9(001) VALUE ZEROS.
           88 CUSTO-ACHADO             VALUE 1.
       01  WRK-QTD-EXCEDENTE        PIC 9(009) VALUE ZEROS.
       01  WRK-QTD-FATURADA-ACUM    PIC 9(009) VALUE ZEROS.
       01  WRK-QTD-LIMITE           PIC 9(009)V99 VALUE ZEROS.
       01  WRK-DIFERENCA-PRECO      PIC S9(009)V99 VALUE ZEROS.
       01  WRK-LIMITE-PRECO         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-EXCESSO-RECEBREG     PIC 9(007) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-NFFORN       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PEDHOJE      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RECEBREG     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-NFCTLANT     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIBERADAS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RETIDAS            PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-NFCTL     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PEDIDOS-QUITADOS   PIC 9(05) VALUE ZEROS.
       01  WRK-TOTAL-LIBERADO       PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-RETIDO         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-LIBERADO-ED    PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-RETIDO-ED      PIC ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE             DIVISION.

       000-AC00EX91-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-NOTA
             UNTIL WRK-FS-NFFORN = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX91 INICIADO - CONFERENCIA DE NOTAS"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 014-CARREGAR-TABELA-CUSTO.
           PERFORM 015-LER-PARMTOLNF.
           PERFORM 016-CARREGAR-TABELA-NFCTLANT.
           PERFORM 017-INCORPORAR-PEDHOJE.
           PERFORM 018-CARREGAR-EXCEDENTES.
           PERFORM 041-LER-NFFORN.
           IF WRK-FS-NFFORN = "10"
              DISPLAY "ARQUIVO NFFORN VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    NFFORN.
           IF WRK-FS-NFFORN NOT = ZEROS
              DISPLAY "ERRO ABERTURA NFFORN - FS: " WRK-FS-NFFORN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN INPUT    FORNECEDOR.
           IF WRK-FS-FORNECEDOR NOT = ZEROS
              DISPLAY "ERRO ABERTURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PEDHOJE.
           IF WRK-FS-PEDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PEDHOJE - FS: " WRK-FS-PEDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PRODCUSTO.
           IF WRK-FS-PRODCUSTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODCUSTO - FS: "
                      WRK-FS-PRODCUSTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   NFCTLHOJE.
           IF WRK-FS-NFCTLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA NFCTLHOJE - FS: "
                      WRK-FS-NFCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   NFPAGAR.
           IF WRK-FS-NFPAGAR NOT = ZEROS
              DISPLAY "ERRO ABERTURA NFPAGAR - FS: " WRK-FS-NFPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   NFEXC.
           IF WRK-FS-NFEXC NOT = ZEROS
              DISPLAY "ERRO ABERTURA NFEXC - FS: " WRK-FS-NFEXC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 042-LER-FORNECEDOR.
           IF WRK-FS-FORNECEDOR = "10"
              DISPLAY "ARQUIVO FORNECEDOR VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 030-MOVER-DADOS-TAB-FORN
             UNTIL WRK-FS-FORNECEDOR = "10".
           CLOSE FORNECEDOR.
           IF WRK-FS-FORNECEDOR NOT = "00"
              DISPLAY "ERRO CLOSE FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       030-MOVER-DADOS-TAB-FORN.
           ADD 1 TO WRK-TAB-FORN-QTDE.
           MOVE FORNECEDOR-CODIGO
           TO TAB-FORN-CODIGO(WRK-TAB-FORN-QTDE).
           PERFORM 042-LER-FORNECEDOR.

       014-CARREGAR-TABELA-CUSTO.
           PERFORM 043-LER-PRODCUSTO.
           IF WRK-FS-PRODCUSTO = "10"
              DISPLAY "ARQUIVO PRODCUSTO VAZIO"
           END-IF.
           PERFORM 031-MOVER-DADOS-TAB-CUSTO
             UNTIL WRK-FS-PRODCUSTO = "10".
           CLOSE PRODCUSTO.
           IF WRK-FS-PRODCUSTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODCUSTO - FS: " WRK-FS-PRODCUSTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       031-MOVER-DADOS-TAB-CUSTO.
           ADD 1 TO WRK-TAB-CUSTO-QTDE.
           MOVE PRODCUSTO-COD-PRODUTO
           TO TAB-CUSTO-COD-PRODUTO(WRK-TAB-CUSTO-QTDE).
           MOVE PRODCUSTO-CUSTO
           TO TAB-CUSTO-VALOR(WRK-TAB-CUSTO-QTDE).
           PERFORM 043-LER-PRODCUSTO.

      *TOLERANCIAS DA CONFERENCIA. SEM O PARAMETRO, 2 POR CENTO
      *DE QUANTIDADE E 2 POR CENTO DE PRECO.
       015-LER-PARMTOLNF.
           OPEN INPUT   PARMTOLNF.
           IF WRK-FS-PARMTOLNF = "35"
              MOVE 2 TO PARMTOLNF-PCT-QTDE
              MOVE 2 TO PARMTOLNF-PCT-PRECO
           ELSE
              IF WRK-FS-PARMTOLNF NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMTOLNF - FS: "
                         WRK-FS-PARMTOLNF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMTOLNF INTO WRK-PARMTOLNF-REGISTRO
              IF WRK-FS-PARMTOLNF NOT = "00"
                 DISPLAY "ARQUIVO PARMTOLNF VAZIO - FS: "
                         WRK-FS-PARMTOLNF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMTOLNF
           END-IF.

      *CARREGA O LIVRO DE CONFERENCIA DO CICLO ANTERIOR. SEM O
      *ARQUIVO (PRIMEIRA RODADA), O LIVRO COMECA VAZIO.
       016-CARREGAR-TABELA-NFCTLANT.
           OPEN INPUT   NFCTLANT.
           IF WRK-FS-NFCTLANT = "35"
              MOVE ZEROS TO WRK-TAB-CTL-QTDE
           ELSE
              IF WRK-FS-NFCTLANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NFCTLANT - FS: "
                         WRK-FS-NFCTLANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 044-LER-NFCTLANT
              PERFORM 032-MOVER-DADOS-TAB-CTL
                UNTIL WRK-FS-NFCTLANT = "10"

              CLOSE NFCTLANT
              IF WRK-FS-NFCTLANT NOT = "00"
                 DISPLAY "ERRO CLOSE NFCTLANT - FS: "
                         WRK-FS-NFCTLANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       032-MOVER-DADOS-TAB-CTL.
           ADD 1 TO WRK-TAB-CTL-QTDE.
           MOVE NFCTL-NUM-PEDIDO
           TO TAB-CTL-NUM-PEDIDO(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-COD-PRODUTO
           TO TAB-CTL-COD-PRODUTO(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-COD-FORNEC
           TO TAB-CTL-COD-FORNEC(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-QTD-PEDIDA
           TO TAB-CTL-QTD-PEDIDA(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-QTD-RECEBIDA
           TO TAB-CTL-QTD-RECEBIDA(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-QTD-FATURADA
           TO TAB-CTL-QTD-FATURADA(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-STATUS-PED
           TO TAB-CTL-STATUS-PED(WRK-TAB-CTL-QTDE).
           MOVE NFCTL-DATA-ULT-NOTA
           TO TAB-CTL-DATA-ULT-NOTA(WRK-TAB-CTL-QTDE).
           PERFORM 044-LER-NFCTLANT.

      *TRAZ A CARTEIRA DO DIA PARA O LIVRO: PEDIDO NOVO ENTRA COM
      *FATURADO ZERO; PEDIDO JA CONHECIDO TEM O RECEBIDO E O
      *STATUS ATUALIZADOS PELO QUE O AC00EX58 APUROU DO RECEBREG.
       017-INCORPORAR-PEDHOJE.
           PERFORM 045-LER-PEDHOJE.
           PERFORM 033-INCORPORAR-UM-PEDIDO
             UNTIL WRK-FS-PEDHOJE = "10".
           CLOSE PEDHOJE.
           IF WRK-FS-PEDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PEDHOJE - FS: " WRK-FS-PEDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       033-INCORPORAR-UM-PEDIDO.
           MOVE PED-NUM-PEDIDO TO NFCTL-NUM-PEDIDO.
           PERFORM 035-LOCALIZAR-PEDIDO.
           IF WRK-ACHOU-CTL = ZEROS
              ADD 1 TO WRK-TAB-CTL-QTDE
              MOVE WRK-TAB-CTL-QTDE TO WRK-ACHOU-CTL
              MOVE PED-NUM-PEDIDO
                TO TAB-CTL-NUM-PEDIDO(WRK-ACHOU-CTL)
              MOVE ZEROS
                TO TAB-CTL-QTD-FATURADA(WRK-ACHOU-CTL)
              MOVE ZEROS
                TO TAB-CTL-DATA-ULT-NOTA(WRK-ACHOU-CTL)
           END-IF.
           MOVE PED-COD-PRODUTO
             TO TAB-CTL-COD-PRODUTO(WRK-ACHOU-CTL).
           MOVE PED-COD-FORNEC
             TO TAB-CTL-COD-FORNEC(WRK-ACHOU-CTL).
           MOVE PED-QTD-PEDIDA
             TO TAB-CTL-QTD-PEDIDA(WRK-ACHOU-CTL).
           MOVE PED-QTD-RECEBIDA
             TO TAB-CTL-QTD-RECEBIDA(WRK-ACHOU-CTL).
           MOVE PED-STATUS
             TO TAB-CTL-STATUS-PED(WRK-ACHOU-CTL).
           PERFORM 045-LER-PEDHOJE.

      *PROCURA O PEDIDO DE NFCTL-NUM-PEDIDO NO LIVRO EM MEMORIA.
       035-LOCALIZAR-PEDIDO.
           MOVE ZEROS TO WRK-ACHOU-CTL.
           SET IDX-CTL TO 1.
           IF WRK-TAB-CTL-QTDE > ZEROS
              SEARCH TAB-CTL-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CTL-NUM-PEDIDO(IDX-CTL) = NFCTL-NUM-PEDIDO
                      SET WRK-ACHOU-CTL TO IDX-CTL
              END-SEARCH
           END-IF.

      *A SOBRA DO RECEBIMENTO A MAIOR DO DIA (QUANTIDADE MENOS A
      *ENCOMENDA QUE ESTAVA A CAMINHO) NAO ENTRA EM NENHUM
      *PEDIDO NO AC00EX58; ELA E GUARDADA POR PRODUTO PARA QUE A
      *NOTA QUE A FATURA SAIA COM MOTIVO PROPRIO. SEM O ARQUIVO,
      *NENHUMA SOBRA NESTE RUN.
       018-CARREGAR-EXCEDENTES.
           OPEN INPUT   RECEBREG.
           IF WRK-FS-RECEBREG = "35"
              CONTINUE
           ELSE
              IF WRK-FS-RECEBREG NOT = ZEROS
                 DISPLAY "ERRO ABERTURA RECEBREG - FS: "
                         WRK-FS-RECEBREG
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 046-LER-RECEBREG
              PERFORM 034-SOMAR-EXCEDENTE
                UNTIL WRK-FS-RECEBREG = "10"

              CLOSE RECEBREG
              IF WRK-FS-RECEBREG NOT = "00"
                 DISPLAY "ERRO CLOSE RECEBREG - FS: "
                         WRK-FS-RECEBREG
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       034-SOMAR-EXCEDENTE.
           IF RECEBREG-MAIOR
              COMPUTE WRK-EXCESSO-RECEBREG =
                  RECEBREG-QUANTIDADE - RECEBREG-ENCOMENDA-ANT
              SET IDX-EXCED TO 1
              IF WRK-TAB-EXCED-QTDE > ZEROS
                 SEARCH TAB-EXCED-REGISTRO
                     AT END
                         PERFORM 036-INCLUIR-EXCEDENTE
                     WHEN TAB-EXCED-COD-PRODUTO(IDX-EXCED) =
                          RECEBREG-COD-PRODUTO
                         ADD WRK-EXCESSO-RECEBREG
                           TO TAB-EXCED-QTDE(IDX-EXCED)
                 END-SEARCH
              ELSE
                 PERFORM 036-INCLUIR-EXCEDENTE
              END-IF
           END-IF.
           PERFORM 046-LER-RECEBREG.

       036-INCLUIR-EXCEDENTE.
           ADD 1 TO WRK-TAB-EXCED-QTDE.
           MOVE RECEBREG-COD-PRODUTO
             TO TAB-EXCED-COD-PRODUTO(WRK-TAB-EXCED-QTDE).
           MOVE WRK-EXCESSO-RECEBREG
             TO TAB-EXCED-QTDE(WRK-TAB-EXCED-QTDE).

      *UMA LINHA DE NOTA POR ITERACAO: FORNECEDOR, PEDIDO, PRECO
      *E QUANTIDADE, NESTA ORDEM. A PRIMEIRA DIVERGENCIA RETEM A
      *LINHA; SO A LINHA SEM NENHUMA VAI PARA CONTAS A PAGAR.
       020-PROCESSAR-NOTA.
           MOVE SPACES TO NFEXC-MOTIVO.
           MOVE ZEROS  TO WRK-CUSTO-ACHADO.
           MOVE ZEROS  TO WRK-QTD-FATURADA-ACUM.

           PERFORM 021-VALIDAR-FORNECEDOR.
           IF NFEXC-MOTIVO = SPACES
              PERFORM 022-VALIDAR-PEDIDO
           END-IF.
           IF NFEXC-MOTIVO = SPACES
              PERFORM 023-VALIDAR-PRECO
           END-IF.
           IF NFEXC-MOTIVO = SPACES
              PERFORM 024-VALIDAR-QUANTIDADE
           END-IF.

           IF NFEXC-MOTIVO = SPACES
              PERFORM 025-LIBERAR-LINHA
           ELSE
              PERFORM 026-RETER-LINHA
           END-IF.

           PERFORM 041-LER-NFFORN.

       021-VALIDAR-FORNECEDOR.
           MOVE ZEROS TO WRK-ACHOU-FORN.
           SET IDX-FORN TO 1.
           SEARCH TAB-FORN-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FORN-CODIGO(IDX-FORN) = NFFORN-COD-FORNEC
                   SET FORNECEDOR-ACHADO TO TRUE
           END-SEARCH.
           IF NOT FORNECEDOR-ACHADO
              SET NFEXC-MOT-FORNEC-DESCONHECIDO TO TRUE
           END-IF.

      *O PEDIDO INFORMADO NA NOTA TEM QUE EXISTIR NO LIVRO E SER
      *DO MESMO FORNECEDOR E DO MESMO PRODUTO.
       022-VALIDAR-PEDIDO.
           MOVE NFFORN-NUM-PEDIDO TO NFCTL-NUM-PEDIDO.
           PERFORM 035-LOCALIZAR-PEDIDO.
           IF WRK-ACHOU-CTL = ZEROS
              SET NFEXC-MOT-PEDIDO-INEXISTENTE TO TRUE
           ELSE
              IF TAB-CTL-COD-FORNEC(WRK-ACHOU-CTL)
                 NOT = NFFORN-COD-FORNEC
                 OR TAB-CTL-COD-PRODUTO(WRK-ACHOU-CTL)
                 NOT = NFFORN-COD-PRODUTO
                 SET NFEXC-MOT-PEDIDO-INEXISTENTE TO TRUE
              END-IF
           END-IF.

      *O CUSTO UNITARIO FATURADO PODE DIVERGIR DO CUSTO DO
      *CADASTRO ATE A TOLERANCIA, PARA CIMA OU PARA BAIXO.
       023-VALIDAR-PRECO.
           MOVE ZEROS TO WRK-SW-CUSTO.
           SET IDX-CUSTO TO 1.
           IF WRK-TAB-CUSTO-QTDE > ZEROS
              SEARCH TAB-CUSTO-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CUSTO-COD-PRODUTO(IDX-CUSTO) =
                       NFFORN-COD-PRODUTO
                      MOVE TAB-CUSTO-VALOR(IDX-CUSTO)
                        TO WRK-CUSTO-ACHADO
                      SET CUSTO-ACHADO TO TRUE
              END-SEARCH
           END-IF.

           IF NOT CUSTO-ACHADO
              SET NFEXC-MOT-SEM-CUSTO TO TRUE
           ELSE
              COMPUTE WRK-DIFERENCA-PRECO =
                  NFFORN-CUSTO-UNIT - WRK-CUSTO-ACHADO
              IF WRK-DIFERENCA-PRECO < ZEROS
                 COMPUTE WRK-DIFERENCA-PRECO =
                     WRK-DIFERENCA-PRECO * -1
              END-IF
              COMPUTE WRK-LIMITE-PRECO ROUNDED =
                  WRK-CUSTO-ACHADO * PARMTOLNF-PCT-PRECO / 100
              IF WRK-DIFERENCA-PRECO > WRK-LIMITE-PRECO
                 SET NFEXC-MOT-PRECO-DIVERGENTE TO TRUE
              END-IF
           END-IF.

      *O ACUMULADO FATURADO NO PEDIDO (O QUE JA FOI PAGO MAIS
      *ESTA LINHA) NAO PODE PASSAR DO RECEBIDO MAIS A TOLERANCIA.
      *SE PASSAR E O PRODUTO TEVE ENTREGA A MAIOR NO DIA, A
      *LINHA SAI COM MOTIVO PROPRIO - O EXCEDENTE CHEGOU, MAS
      *NAO FOI PEDIDO, E O COMPRAS DECIDE SE ACEITA.
       024-VALIDAR-QUANTIDADE.
           COMPUTE WRK-QTD-FATURADA-ACUM =
               TAB-CTL-QTD-FATURADA(WRK-ACHOU-CTL)
               + NFFORN-QUANTIDADE.
           COMPUTE WRK-QTD-LIMITE =
               TAB-CTL-QTD-RECEBIDA(WRK-ACHOU-CTL)
               * (100 + PARMTOLNF-PCT-QTDE) / 100.
           IF WRK-QTD-FATURADA-ACUM > WRK-QTD-LIMITE
              MOVE ZEROS TO WRK-QTD-EXCEDENTE
              SET IDX-EXCED TO 1
              IF WRK-TAB-EXCED-QTDE > ZEROS
                 SEARCH TAB-EXCED-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-EXCED-COD-PRODUTO(IDX-EXCED) =
                          NFFORN-COD-PRODUTO
                         MOVE TAB-EXCED-QTDE(IDX-EXCED)
                           TO WRK-QTD-EXCEDENTE
                 END-SEARCH
              END-IF
              IF WRK-QTD-EXCEDENTE > ZEROS
                 SET NFEXC-MOT-ENTREGA-A-MAIOR TO TRUE
              ELSE
                 SET NFEXC-MOT-ACIMA-RECEBIDO TO TRUE
              END-IF
           END-IF.

      *LINHA CONFERIDA: SOMA NO FATURADO DO PEDIDO E SAI PARA
      *CONTAS A PAGAR.
       025-LIBERAR-LINHA.
           ADD NFFORN-QUANTIDADE
             TO TAB-CTL-QTD-FATURADA(WRK-ACHOU-CTL).
           MOVE NFFORN-DATA-NOTA
             TO TAB-CTL-DATA-ULT-NOTA(WRK-ACHOU-CTL).

           MOVE NFFORN-COD-FORNEC   TO NFPAGAR-COD-FORNEC.
           MOVE NFFORN-NUM-NOTA     TO NFPAGAR-NUM-NOTA.
           MOVE NFFORN-DATA-NOTA    TO NFPAGAR-DATA-NOTA.
           MOVE NFFORN-NUM-PEDIDO   TO NFPAGAR-NUM-PEDIDO.
           MOVE NFFORN-COD-PRODUTO  TO NFPAGAR-COD-PRODUTO.
           MOVE NFFORN-QUANTIDADE   TO NFPAGAR-QUANTIDADE.
           MOVE NFFORN-CUSTO-UNIT   TO NFPAGAR-CUSTO-UNIT.
           COMPUTE NFPAGAR-VALOR-TOTAL ROUNDED =
               NFFORN-QUANTIDADE * NFFORN-CUSTO-UNIT.
           ADD NFPAGAR-VALOR-TOTAL TO WRK-TOTAL-LIBERADO.
           PERFORM 047-GRAVAR-NFPAGAR.

      *LINHA DIVERGENTE: NADA E SOMADO NO PEDIDO; SAI NO
      *RELATORIO DE EXCECOES COM OS NUMEROS DA CONFERENCIA.
       026-RETER-LINHA.
           MOVE NFFORN-COD-FORNEC   TO NFEXC-COD-FORNEC.
           MOVE NFFORN-NUM-NOTA     TO NFEXC-NUM-NOTA.
           MOVE NFFORN-NUM-PEDIDO   TO NFEXC-NUM-PEDIDO.
           MOVE NFFORN-COD-PRODUTO  TO NFEXC-COD-PRODUTO.
           MOVE NFFORN-QUANTIDADE   TO NFEXC-QUANTIDADE.
           MOVE NFFORN-CUSTO-UNIT   TO NFEXC-CUSTO-UNIT.
           MOVE NFFORN-DATA-NOTA    TO NFEXC-DATA-NOTA.
           MOVE WRK-CUSTO-ACHADO    TO NFEXC-CUSTO-CADASTRO.
           IF WRK-ACHOU-CTL > ZEROS
              AND NOT NFEXC-MOT-FORNEC-DESCONHECIDO
              AND NOT NFEXC-MOT-PEDIDO-INEXISTENTE
              MOVE TAB-CTL-QTD-PEDIDA(WRK-ACHOU-CTL)
                TO NFEXC-QTD-PEDIDA
              MOVE TAB-CTL-QTD-RECEBIDA(WRK-ACHOU-CTL)
                TO NFEXC-QTD-RECEBIDA
              MOVE TAB-CTL-QTD-FATURADA(WRK-ACHOU-CTL)
                TO NFEXC-QTD-FATURADA
           ELSE
              MOVE ZEROS TO NFEXC-QTD-PEDIDA
              MOVE ZEROS TO NFEXC-QTD-RECEBIDA
              MOVE ZEROS TO NFEXC-QTD-FATURADA
           END-IF.
           COMPUTE WRK-TOTAL-RETIDO ROUNDED = WRK-TOTAL-RETIDO
               + NFFORN-QUANTIDADE * NFFORN-CUSTO-UNIT.
           PERFORM 048-GRAVAR-NFEXC.

       041-LER-NFFORN.
           IF WRK-FS-NFFORN = "10"
              CONTINUE
           ELSE
              READ NFFORN INTO WRK-NFFORN-REGISTRO
              IF WRK-FS-NFFORN NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA NFFORN - FS: " WRK-FS-NFFORN
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-NFFORN = "00"
                   ADD 1 TO WRK-CONT-LIDOS-NFFORN
              END-IF
           END-IF.

       042-LER-FORNECEDOR.
           READ FORNECEDOR INTO WRK-FORNECEDOR-REGISTRO.
           IF WRK-FS-FORNECEDOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-PRODCUSTO.
           READ PRODCUSTO INTO WRK-PRODCUSTO-REGISTRO.
           IF WRK-FS-PRODCUSTO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODCUSTO - FS: "
                      WRK-FS-PRODCUSTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-NFCTLANT.
           READ NFCTLANT INTO WRK-NFCTL-REGISTRO.
           IF WRK-FS-NFCTLANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NFCTLANT - FS: " WRK-FS-NFCTLANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-NFCTLANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-NFCTLANT
           END-IF.

       045-LER-PEDHOJE.
           READ PEDHOJE INTO WRK-PED-REGISTRO.
           IF WRK-FS-PEDHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PEDHOJE - FS: " WRK-FS-PEDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PEDHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-PEDHOJE
           END-IF.

       046-LER-RECEBREG.
           READ RECEBREG INTO WRK-RECEBREG-REGISTRO.
           IF WRK-FS-RECEBREG NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RECEBREG - FS: " WRK-FS-RECEBREG
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RECEBREG = "00"
                ADD 1 TO WRK-CONT-LIDOS-RECEBREG
           END-IF.

       047-GRAVAR-NFPAGAR.
           WRITE FD-NFPAGAR-REGISTRO FROM WRK-NFPAGAR-REGISTRO.
           IF WRK-FS-NFPAGAR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO NFPAGAR - FS: " WRK-FS-NFPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-LIBERADAS.

       048-GRAVAR-NFEXC.
           WRITE FD-NFEXC-REGISTRO FROM WRK-NFEXC-REGISTRO.
           IF WRK-FS-NFEXC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO NFEXC - FS: " WRK-FS-NFEXC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-RETIDAS.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-NFCTLHOJE-TODOS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA O LIVRO ADIANTE. PEDIDO FECHADO NO AC00EX58 E COM
      *TODO O RECEBIDO JA FATURADO ESTA QUITADO E SAI DO LIVRO.
       055-GRAVAR-NFCTLHOJE-TODOS.
           PERFORM 056-GRAVAR-NFCTLHOJE
           VARYING IDX-CTL FROM 1 BY 1
           UNTIL IDX-CTL > WRK-TAB-CTL-QTDE.

       056-GRAVAR-NFCTLHOJE.
           IF TAB-CTL-STATUS-PED(IDX-CTL) = "F"
              AND TAB-CTL-QTD-FATURADA(IDX-CTL) NOT <
                  TAB-CTL-QTD-RECEBIDA(IDX-CTL)
              ADD 1 TO WRK-CONT-PEDIDOS-QUITADOS
           ELSE
              MOVE TAB-CTL-NUM-PEDIDO(IDX-CTL)   TO NFCTL-NUM-PEDIDO
              MOVE TAB-CTL-COD-PRODUTO(IDX-CTL)  TO NFCTL-COD-PRODUTO
              MOVE TAB-CTL-COD-FORNEC(IDX-CTL)   TO NFCTL-COD-FORNEC
              MOVE TAB-CTL-QTD-PEDIDA(IDX-CTL)   TO NFCTL-QTD-PEDIDA
              MOVE TAB-CTL-QTD-RECEBIDA(IDX-CTL)
                TO NFCTL-QTD-RECEBIDA
              MOVE TAB-CTL-QTD-FATURADA(IDX-CTL)
                TO NFCTL-QTD-FATURADA
              MOVE TAB-CTL-STATUS-PED(IDX-CTL)   TO NFCTL-STATUS-PED
              MOVE TAB-CTL-DATA-ULT-NOTA(IDX-CTL)
                TO NFCTL-DATA-ULT-NOTA
              WRITE FD-NFCTLHOJE-REGISTRO FROM WRK-NFCTL-REGISTRO
              IF WRK-FS-NFCTLHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO NFCTLHOJE - FS: "
                         WRK-FS-NFCTLHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-NFCTL
           END-IF.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-LIBERADO TO WRK-TOTAL-LIBERADO-ED.
           MOVE WRK-TOTAL-RETIDO   TO WRK-TOTAL-RETIDO-ED.
           DISPLAY "Quantidade de Registros Lidos NFFORN......: "
                   WRK-CONT-LIDOS-NFFORN.
           DISPLAY "Quantidade de Registros Lidos PEDHOJE.....: "
                   WRK-CONT-LIDOS-PEDHOJE.
           DISPLAY "Quantidade de Registros Lidos RECEBREG....: "
                   WRK-CONT-LIDOS-RECEBREG.
           DISPLAY "Quantidade de Registros Lidos NFCTLANT....: "
                   WRK-CONT-LIDOS-NFCTLANT.
           DISPLAY "Quantidade de Linhas Liberadas NFPAGAR....: "
                   WRK-CONT-LIBERADAS.
           DISPLAY "Quantidade de Linhas Retidas NFEXC........: "
                   WRK-CONT-RETIDAS.
           DISPLAY "Quantidade de Pedidos Quitados no Livro...: "
                   WRK-CONT-PEDIDOS-QUITADOS.
           DISPLAY "Quantidade de Registros Gravados NFCTLHOJE: "
                   WRK-CONT-GRAVADOS-NFCTL.
           DISPLAY "Valor Total Liberado......................: "
                   WRK-TOTAL-LIBERADO-ED.
           DISPLAY "Valor Total Retido........................: "
                   WRK-TOTAL-RETIDO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE NFFORN.
           IF WRK-FS-NFFORN NOT = "00"
              DISPLAY "ERRO CLOSE NFFORN - FS: " WRK-FS-NFFORN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NFCTLHOJE.
           IF WRK-FS-NFCTLHOJE NOT = "00"
              DISPLAY "ERRO CLOSE NFCTLHOJE - FS: " WRK-FS-NFCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NFPAGAR.
           IF WRK-FS-NFPAGAR NOT = "00"
              DISPLAY "ERRO CLOSE NFPAGAR - FS: " WRK-FS-NFPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NFEXC.
           IF WRK-FS-NFEXC NOT = "00"
              DISPLAY "ERRO CLOSE NFEXC - FS: " WRK-FS-NFEXC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX91".
           GOBACK.

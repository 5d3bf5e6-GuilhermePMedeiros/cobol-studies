       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX03.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX03
      *AVISO DE RECALL DE PRODUTO A PARTIR DO HISTORICO DE VENDAS.
      *RODA SOB DEMANDA QUANDO UM FORNECEDOR CONVOCA O RECALL DE
      *UM PRODUTO. O PARAMETRO PARMRECL TRAZ O CODIGO DO PRODUTO E
      *A FAIXA DE DATAS DE VENDA. AS COMPRAS DA FAIXA SAO BUSCADAS
      *NO EXTRATO CORRENTE (COMPRA/COMPROD) E NO ARQUIVAMENTO
      *GRAVADO PELO AC00EX29 (ARQCOMPRA/ARQCOMPROD), E AS LINHAS DO
      *PRODUTO SAO SOMADAS POR COMPRA. AS NOTAS DE CREDITO DO
      *AC00EX13 (NOTACRED) ABATEM O QUE JA FOI DEVOLVIDO. PARA CADA
      *CLIENTE QUE AINDA TEM UNIDADES EM MAOS SAI UMA CARTA EM
      *CARTAREC, ENDERECADA PELO MAPA MAPCLI E PELO KSDS ENDERECO
      *COMO NO AC00EX48, RESPEITANDO O REGISTRO DE CONSENTIMENTO
      *(CONSENT/SUPRAUD). CLIENTE SEM ENDERECO UTILIZAVEL VAI PARA
      *A LISTA SEMENDER, PARA CONTATO PELA LOJA. O RESUMO RECALRES
      *TRAZ O TOTAL DE UNIDADES VENDIDAS CONTRA AS DEVOLVIDAS.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PRODUTO CONVOCADO E FAIXA DE DATAS DE VENDA
       SELECT PARMRECL ASSIGN    TO PARMRECL
                      FILE STATUS    IS WRK-FS-PARMRECL.

      *EXTRATO CORRENTE DE COMPRAS E LINHAS DE PRODUTO
       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

       SELECT COMPROD  ASSIGN    TO COMPROD
                      FILE STATUS    IS WRK-FS-COMPROD.

      *HISTORICO ARQUIVADO PELO AC00EX29 (OPCIONAL - SEM ELE, SO O
      *EXTRATO CORRENTE E PESQUISADO)
       SELECT ARQCOMPRA ASSIGN   TO ARQCOMPRA
                      FILE STATUS    IS WRK-FS-ARQCOMPRA.

       SELECT ARQCOMPROD ASSIGN  TO ARQCOMPROD
                      FILE STATUS    IS WRK-FS-ARQCOMPROD.

      *NOTAS DE CREDITO GRAVADAS PELO AC00EX13 NO PERIODO
      *(OPCIONAL - SEM ELAS, NENHUMA DEVOLUCAO E ABATIDA)
       SELECT NOTACRED ASSIGN    TO NOTACRED
                      FILE STATUS    IS WRK-FS-NOTACRED.

       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *MAPA DE CHAVES VENDAS X BANCO E CADASTRO DE ENDERECOS, PARA
      *O ENDERECAMENTO DAS CARTAS (OPCIONAIS - SEM ELES TODO
      *COMPRADOR VAI PARA A LISTA SEMENDER)
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

       SELECT ENDERECO ASSIGN    TO ENDERECO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-ENDERECO-CHAVE
                      FILE STATUS    IS WRK-FS-ENDERECO.

      *REGISTRO UNICO DE CONSENTIMENTO E OPT-OUT DE CONTATO
      *(OPCIONAL - SEM ELE, TODA CARTA SAI)
       SELECT CONSENT  ASSIGN    TO CONSENT
                      FILE STATUS    IS WRK-FS-CONSENT.

      *TRILHA DE SUPRESSAO COMPARTILHADA ENTRE OS EMISSORES DE
      *CARTAS
       SELECT SUPRAUD  ASSIGN    TO SUPRAUD
                      FILE STATUS    IS WRK-FS-SUPRAUD.

      *CARTAS DE RECALL IMPRIMIVEIS, UMA POR CLIENTE
       SELECT CARTAREC ASSIGN    TO CARTAREC
                      FILE STATUS    IS WRK-FS-CARTAREC.

      *COMPRADORES SEM ENDERECO UTILIZAVEL, PARA CONTATO PELA LOJA
       SELECT SEMENDER ASSIGN    TO SEMENDER
                      FILE STATUS    IS WRK-FS-SEMENDER.

      *RESUMO DO RECALL - UNIDADES VENDIDAS X DEVOLVIDAS
       SELECT RECALRES ASSIGN    TO RECALRES
                      FILE STATUS    IS WRK-FS-RECALRES.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMRECL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMRECL-REGISTRO    PIC X(021).

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  COMPROD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPROD-REGISTRO     PIC X(013).

       FD  ARQCOMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCOMPRA-REGISTRO   PIC X(038).

       FD  ARQCOMPROD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCOMPROD-REGISTRO  PIC X(013).

       FD  NOTACRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NOTACRED-REGISTRO    PIC X(059).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                PIC X(021).

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

       FD  ENDERECO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDERECO-REGISTRO.
           05 FD-ENDERECO-CHAVE     PIC X(015).
           05 FILLER                PIC X(060).

       FD  CONSENT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONSENT-REGISTRO     PIC X(025).

       FD  SUPRAUD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SUPRAUD-REGISTRO     PIC X(041).

       FD  CARTAREC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CARTAREC-REGISTRO    PIC X(080).

       FD  SEMENDER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SEMENDER-REGISTRO    PIC X(043).

       FD  RECALRES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RECALRES-REGISTRO    PIC X(072).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMRECL       PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPROD        PIC X(002) VALUE SPACES.
           05 WRK-FS-ARQCOMPRA      PIC X(002) VALUE SPACES.
           05 WRK-FS-ARQCOMPROD     PIC X(002) VALUE SPACES.
           05 WRK-FS-NOTACRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONSENT        PIC X(002) VALUE SPACES.
           05 WRK-FS-SUPRAUD        PIC X(002) VALUE SPACES.
           05 WRK-FS-CARTAREC       PIC X(002) VALUE SPACES.
           05 WRK-FS-SEMENDER       PIC X(002) VALUE SPACES.
           05 WRK-FS-RECALRES       PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMRECL
       01  WRK-PARMRECL-REGISTRO.
           05 PARMRECL-COD-PRODUTO  PIC  9(005).
           05 PARMRECL-DATA-INICIAL PIC  9(008).
           05 PARMRECL-DATA-FINAL   PIC  9(008).

      *LAYOUT DE COMPRA - MESMO DO AC00EX10 (CORRENTE E ARQUIVADA)
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC  9(005).
           05 COMPRA-TIPO-PAGTO     PIC  X(008).
           05 COMPRA-COD-CLIENTE    PIC  9(003).
           05 COMPRA-DATA           PIC  9(008).
           05 COMPRA-COD-VENDEDOR   PIC  9(003).
           05 COMPRA-COD-LOJA       PIC  9(003).
           05 COMPRA-NUM-VALE       PIC  9(008).

      *LAYOUT DE COMPROD - MESMO DO AC00EX10 (CORRENTE E ARQUIVADO)
       01  WRK-COMPROD-REGISTRO.
           05 COMPROD-COD-COMPRA    PIC  9(005).
           05 COMPROD-COD-PRODUTO   PIC  9(005).
           05 COMPROD-QUANTIDADE    PIC  9(003).

      *LAYOUT DE NOTACRED - MESMO GRAVADO PELO AC00EX13
       01  WRK-NOTACRED-REGISTRO.
           05 NOTACRED-COD-COMPRA     PIC  9(005).
           05 NOTACRED-COD-CLIENTE    PIC  9(003).
           05 NOTACRED-NOME-PRODUTO   PIC  X(010).
           05 NOTACRED-TIPO-PAGTO     PIC  X(008).
           05 NOTACRED-QUANTIDADE     PIC  9(003).
           05 NOTACRED-VALOR-BRUTO    PIC  9(009)V99.
           05 NOTACRED-VALOR-LIQUIDO  PIC  9(009)V99.
           05 NOTACRED-DATA-COMPRA    PIC  9(008).

      *LAYOUT DE PRODUTO
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO   PIC  9(005).
           05 PRODUTO-NOME          PIC  X(010).
           05 PRODUTO-VALOR         PIC  9(009)V99.

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

      *LAYOUT DE ENDERECO - CADASTRO MANTIDO PELO AC00EX37
       01  WRK-ENDERECO-REGISTRO.
           05 ENDERECO-CHAVE        PIC X(015).
           05 ENDERECO-RUA          PIC X(030).
           05 ENDERECO-CIDADE       PIC X(020).
           05 ENDERECO-UF           PIC X(002).
           05 ENDERECO-CEP          PIC 9(008).

      *LAYOUT DO REGISTRO DE CONSENTIMENTO - A CHAVE DO CLIENTE DE
      *VENDAS E O CODIGO ALINHADO A ESQUERDA NA CHAVE GENERICA
       01  WRK-CONSENT-REGISTRO.
           05 CONSENT-CHAVE         PIC X(015).
           05 CONSENT-OPT           PIC X(001).
               88 CONSENT-OPT-OUT      VALUE "N".
           05 CONSENT-DATA          PIC 9(008).
           05 FILLER                PIC X(001).

      *LAYOUT DA TRILHA DE SUPRESSAO - MESMO NOS DEMAIS EMISSORES
       01  WRK-SUPRAUD-REGISTRO.
           05 SUPRAUD-PROGRAMA      PIC X(008).
           05 SUPRAUD-CHAVE         PIC X(015).
           05 SUPRAUD-DATA          PIC 9(008).
           05 SUPRAUD-REGRA         PIC X(010).

      *LAYOUT DE SEMENDER - COMPRADOR SEM ENDERECO UTILIZAVEL
       01  WRK-SEMENDER-REGISTRO.
           05 SEMENDER-COD-CLIENTE  PIC 9(003).
           05 SEMENDER-NOME-CLIENTE PIC X(020).
           05 SEMENDER-QTD-COMPRADA PIC 9(005).
           05 SEMENDER-QTD-DEVOLVIDA PIC 9(005).
           05 SEMENDER-MOTIVO       PIC X(010).

      *LAYOUT DE RECALRES - RESUMO DO RECALL
       01  WRK-RECALRES-REGISTRO.
           05 RECALRES-COD-PRODUTO  PIC 9(005).
           05 RECALRES-NOME-PRODUTO PIC X(010).
           05 RECALRES-DATA-INICIAL PIC 9(008).
           05 RECALRES-DATA-FINAL   PIC 9(008).
           05 RECALRES-QTD-VENDIDA  PIC 9(007).
           05 RECALRES-QTD-DEVOLVIDA PIC 9(007).
           05 RECALRES-QTD-EM-MAOS  PIC 9(007).
           05 RECALRES-QTD-COMPRADORES PIC 9(005).
           05 RECALRES-QTD-CARTAS   PIC 9(005).
           05 RECALRES-QTD-SEM-ENDERECO PIC 9(005).
           05 RECALRES-QTD-SUPRIMIDOS PIC 9(005).

      *COMPRAS DA FAIXA DE DATAS EM MEMORIA, COM A ORIGEM (EXTRATO
      *CORRENTE OU ARQUIVAMENTO) PARA CASAR AS LINHAS DE CADA UM
       01  WRK-TAB-VENDA-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-VENDA-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-VENDA-QTDE
               INDEXED BY IDX-VENDA.
           05 TAB-VENDA-COD-COMPRA  PIC 9(005).
           05 TAB-VENDA-ORIGEM      PIC X(001).
           05 TAB-VENDA-COD-CLIENTE PIC 9(003).
           05 TAB-VENDA-DATA        PIC 9(008).
           05 TAB-VENDA-QTDE        PIC 9(005).
           05 TAB-VENDA-QTDE-DEV    PIC 9(005).

      *ORIGEM DO REGISTRO DE COMPRA/COMPROD EM TRATAMENTO
       01  WRK-ORIGEM               PIC X(001) VALUE SPACES.
           88 ORIGEM-CORRENTE          VALUE "C".
           88 ORIGEM-ARQUIVO           VALUE "A".

      *COMPRADORES DO PRODUTO, ACUMULADOS POR CLIENTE
       01  WRK-TAB-COMP-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-COMP-REGISTRO OCCURS 1 TO 1000 TIMES
               DEPENDING ON WRK-TAB-COMP-QTDE
               INDEXED BY IDX-COMP.
           05 TAB-COMP-COD-CLIENTE  PIC 9(003).
           05 TAB-COMP-QTDE         PIC 9(005).
           05 TAB-COMP-QTDE-DEV     PIC 9(005).

      *OPT-OUTS CARREGADOS EM MEMORIA
       01  WRK-TAB-CONS-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CONS-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CONS-QTDE
               INDEXED BY IDX-CONS.
           05 TAB-CONS-CHAVE        PIC X(015).

      *CHAVE GENERICA DO CLIENTE CORRENTE E SITUACAO DE CONTATO
       01  WRK-CHAVE-CONSENT        PIC X(015) VALUE SPACES.
       01  WRK-SW-CONTATO           PIC 9(001) VALUE ZEROS.
           88 CONTATO-PERMITIDO        VALUE 0.
           88 CONTATO-SUPRIMIDO        VALUE 1.

      *MAPA CARREGADO EM MEMORIA (CLIENTE -> CONTA)
       01  WRK-TAB-MAPA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-MAPA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MAPA-QTDE
               INDEXED BY IDX-MAPA.
           05 TAB-MAPA-COD-CLIENTE  PIC 9(003).
           05 TAB-MAPA-CHAVE        PIC X(015).

      *INDICA SE O CLIENTE DA CARTA CORRENTE TEM ENDERECO
       01  WRK-SW-ENDERECO          PIC 9(001) VALUE ZEROS.
           88 ENDERECO-ENCONTRADO      VALUE 1.
           88 ENDERECO-NAO-ENCONTRADO  VALUE 0.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

      *LINHAS DA CARTA DE RECALL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-BRANCO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-TITULO-CARTA.
           05 CARTA-TITULO          PIC X(030)
                                    VALUE "AVISO DE RECALL DE PRODUTO".
           05 FILLER                PIC X(012) VALUE "   EMITIDA  ".
           05 CARTA-DIA             PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-MES             PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-ANO             PIC 9(004).
           05 FILLER                PIC X(028) VALUE SPACES.

       01  WRK-LINHA-CARTA-CLIENTE.
           05 FILLER                PIC X(009) VALUE "CLIENTE  ".
           05 CARTA-COD-CLIENTE     PIC 9(003).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CARTA-NOME-CLIENTE    PIC X(020).
           05 FILLER                PIC X(045) VALUE SPACES.

       01  WRK-LINHA-ENDERECO.
           05 FILLER                PIC X(005) VALUE "END: ".
           05 CARTA-END-RUA         PIC X(030).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CARTA-END-CIDADE      PIC X(020).
           05 FILLER                PIC X(001) VALUE "-".
           05 CARTA-END-UF          PIC X(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CARTA-END-CEP         PIC 9(008).
           05 FILLER                PIC X(012) VALUE SPACES.

       01  WRK-LINHA-CARTA-PRODUTO.
           05 FILLER                PIC X(009) VALUE "PRODUTO  ".
           05 CARTA-COD-PRODUTO     PIC 9(005).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CARTA-NOME-PRODUTO    PIC X(010).
           05 FILLER                PIC X(016)
                                    VALUE "  QTDE COMPRADA ".
           05 CARTA-QTD-COMPRADA    PIC ZZ.ZZ9.
           05 FILLER                PIC X(012) VALUE "  DEVOLVIDA ".
           05 CARTA-QTD-DEVOLVIDA   PIC ZZ.ZZ9.
           05 FILLER                PIC X(013) VALUE SPACES.

       01  WRK-LINHA-CARTA-TEXTO1   PIC X(080) VALUE
           "O FORNECEDOR CONVOCOU O RECALL DO PRODUTO ACIMA.".

       01  WRK-LINHA-CARTA-TEXTO2   PIC X(080) VALUE
           "SUSPENDA O USO E PROCURE UMA LOJA PARA TROCA OU REEMBOLSO.".

      *DATA DA EMISSAO DECOMPOSTA PARA A CARTA
       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

      *TOTAIS DO RECALL
       01  WRK-TOTAL-VENDIDO        PIC 9(007) VALUE ZEROS.
       01  WRK-TOTAL-DEVOLVIDO      PIC 9(007) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-COMPRA       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ARQCOMPRA    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-COMPROD      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ARQCOMPROD   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-NOTACRED     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-COMPRADORES        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEVOLUCAO-TOTAL    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CARTAS             PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-ENDERECO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CARTAS-SUPRIMIDAS  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX03-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             VARYING IDX-COMP FROM 1 BY 1
               UNTIL IDX-COMP > WRK-TAB-COMP-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX03 INICIADO - RECALL DE PRODUTO"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMRECL.
           PERFORM 014-BUSCAR-PRODUTO.
           PERFORM 015-CARREGAR-COMPRA.
           PERFORM 016-CARREGAR-ARQCOMPRA.
           PERFORM 017-APURAR-COMPROD.
           PERFORM 018-APURAR-ARQCOMPROD.
           PERFORM 019-APURAR-DEVOLUCOES.
           PERFORM 027-MONTAR-COMPRADORES
             VARYING IDX-VENDA FROM 1 BY 1
               UNTIL IDX-VENDA > WRK-TAB-VENDA-QTDE.
           PERFORM 024-CARREGAR-TABELA-CONSENT.
           PERFORM 025-CARREGAR-TABELA-MAPA.
           PERFORM 026-ABRIR-ENDERECO.
           IF WRK-TAB-COMP-QTDE = ZEROS
              DISPLAY "NENHUMA VENDA DO PRODUTO NA FAIXA DE DATAS"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CARTAREC.
           IF WRK-FS-CARTAREC NOT = ZEROS
              DISPLAY "ERRO ABERTURA CARTAREC - FS: " WRK-FS-CARTAREC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   SEMENDER.
           IF WRK-FS-SEMENDER NOT = ZEROS
              DISPLAY "ERRO ABERTURA SEMENDER - FS: " WRK-FS-SEMENDER
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RECALRES.
           IF WRK-FS-RECALRES NOT = ZEROS
              DISPLAY "ERRO ABERTURA RECALRES - FS: " WRK-FS-RECALRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN EXTEND   SUPRAUD.
           IF WRK-FS-SUPRAUD = "35"
              OPEN OUTPUT  SUPRAUD
           END-IF.
           IF WRK-FS-SUPRAUD NOT = ZEROS
              DISPLAY "ERRO ABERTURA SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LE O PRODUTO CONVOCADO E A FAIXA DE DATAS DE VENDA.
       013-LER-PARMRECL.
           OPEN INPUT   PARMRECL.
           IF WRK-FS-PARMRECL NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMRECL - FS: " WRK-FS-PARMRECL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           READ PARMRECL INTO WRK-PARMRECL-REGISTRO.
           IF WRK-FS-PARMRECL NOT = "00"
              DISPLAY "ERRO LEITURA PARMRECL - FS: " WRK-FS-PARMRECL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF PARMRECL-DATA-INICIAL > PARMRECL-DATA-FINAL
              DISPLAY "PARMRECL INVALIDO - DATA INICIAL MAIOR QUE A "
                      "FINAL"
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PARMRECL.
           IF WRK-FS-PARMRECL NOT = "00"
              DISPLAY "ERRO CLOSE PARMRECL - FS: " WRK-FS-PARMRECL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *O NOME DO PRODUTO E A CHAVE DAS NOTAS DE CREDITO, QUE NAO
      *TRAZEM O CODIGO.
       014-BUSCAR-PRODUTO.
           MOVE PARMRECL-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   DISPLAY "PRODUTO DO RECALL NAO CADASTRADO: "
                           PARMRECL-COD-PRODUTO
                   PERFORM 999-ROTINA-ABEND
           END-READ.

      *CARREGA AS COMPRAS DO EXTRATO CORRENTE NA FAIXA DE DATAS.
       015-CARREGAR-COMPRA.
           OPEN INPUT    COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           SET ORIGEM-CORRENTE TO TRUE.
           PERFORM 041-LER-COMPRA.
           PERFORM 030-SELECIONAR-COMPRA
             UNTIL WRK-FS-COMPRA = "10".

           CLOSE COMPRA.
           IF WRK-FS-COMPRA NOT = "00"
              DISPLAY "ERRO CLOSE COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA AS COMPRAS ARQUIVADAS NA FAIXA DE DATAS. SEM O
      *ARQUIVAMENTO, SO O EXTRATO CORRENTE E PESQUISADO.
       016-CARREGAR-ARQCOMPRA.
           OPEN INPUT   ARQCOMPRA.
           IF WRK-FS-ARQCOMPRA = "35"
              DISPLAY "ARQUIVO ARQCOMPRA NAO ENCONTRADO - SO O "
                      "EXTRATO CORRENTE SERA PESQUISADO"
           ELSE
              IF WRK-FS-ARQCOMPRA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ARQCOMPRA - FS: "
                         WRK-FS-ARQCOMPRA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              SET ORIGEM-ARQUIVO TO TRUE
              PERFORM 042-LER-ARQCOMPRA
              PERFORM 030A-SELECIONAR-ARQCOMPRA
                UNTIL WRK-FS-ARQCOMPRA = "10"

              CLOSE ARQCOMPRA
              IF WRK-FS-ARQCOMPRA NOT = "00"
                 DISPLAY "ERRO CLOSE ARQCOMPRA - FS: "
                         WRK-FS-ARQCOMPRA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       030-SELECIONAR-COMPRA.
           PERFORM 035-GUARDAR-VENDA.
           PERFORM 041-LER-COMPRA.

       030A-SELECIONAR-ARQCOMPRA.
           PERFORM 035-GUARDAR-VENDA.
           PERFORM 042-LER-ARQCOMPRA.

       035-GUARDAR-VENDA.
           IF COMPRA-DATA NOT < PARMRECL-DATA-INICIAL AND
              COMPRA-DATA NOT > PARMRECL-DATA-FINAL
              IF WRK-TAB-VENDA-QTDE = 9999
                 DISPLAY "TABELA DE VENDAS DO RECALL EXCEDIDA - "
                         "REDUZA A FAIXA DE DATAS"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-VENDA-QTDE
              MOVE COMPRA-COD-COMPRA
              TO TAB-VENDA-COD-COMPRA(WRK-TAB-VENDA-QTDE)
              MOVE WRK-ORIGEM
              TO TAB-VENDA-ORIGEM(WRK-TAB-VENDA-QTDE)
              MOVE COMPRA-COD-CLIENTE
              TO TAB-VENDA-COD-CLIENTE(WRK-TAB-VENDA-QTDE)
              MOVE COMPRA-DATA
              TO TAB-VENDA-DATA(WRK-TAB-VENDA-QTDE)
              MOVE ZEROS
              TO TAB-VENDA-QTDE(WRK-TAB-VENDA-QTDE)
              MOVE ZEROS
              TO TAB-VENDA-QTDE-DEV(WRK-TAB-VENDA-QTDE)
           END-IF.

      *SOMA AS LINHAS DO PRODUTO NAS COMPRAS SELECIONADAS DO
      *EXTRATO CORRENTE.
       017-APURAR-COMPROD.
           OPEN INPUT    COMPROD.
           IF WRK-FS-COMPROD NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           SET ORIGEM-CORRENTE TO TRUE.
           PERFORM 043-LER-COMPROD.
           PERFORM 031-TRATAR-COMPROD
             UNTIL WRK-FS-COMPROD = "10".

           CLOSE COMPROD.
           IF WRK-FS-COMPROD NOT = "00"
              DISPLAY "ERRO CLOSE COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SOMA AS LINHAS DO PRODUTO NAS COMPRAS SELECIONADAS DO
      *ARQUIVAMENTO.
       018-APURAR-ARQCOMPROD.
           OPEN INPUT   ARQCOMPROD.
           IF WRK-FS-ARQCOMPROD NOT = "35"
              IF WRK-FS-ARQCOMPROD NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ARQCOMPROD - FS: "
                         WRK-FS-ARQCOMPROD
                 PERFORM 999-ROTINA-ABEND
              END-IF

              SET ORIGEM-ARQUIVO TO TRUE
              PERFORM 044-LER-ARQCOMPROD
              PERFORM 031A-TRATAR-ARQCOMPROD
                UNTIL WRK-FS-ARQCOMPROD = "10"

              CLOSE ARQCOMPROD
              IF WRK-FS-ARQCOMPROD NOT = "00"
                 DISPLAY "ERRO CLOSE ARQCOMPROD - FS: "
                         WRK-FS-ARQCOMPROD
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-TRATAR-COMPROD.
           PERFORM 036-SOMAR-LINHA.
           PERFORM 043-LER-COMPROD.

       031A-TRATAR-ARQCOMPROD.
           PERFORM 036-SOMAR-LINHA.
           PERFORM 044-LER-ARQCOMPROD.

      *A LINHA SO CONTA SE FOR DO PRODUTO E DE UMA COMPRA DA FAIXA
      *DE DATAS DA MESMA ORIGEM.
       036-SOMAR-LINHA.
           IF COMPROD-COD-PRODUTO = PARMRECL-COD-PRODUTO
              SET IDX-VENDA TO 1
              SEARCH TAB-VENDA-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-VENDA-COD-COMPRA(IDX-VENDA) =
                       COMPROD-COD-COMPRA AND
                       TAB-VENDA-ORIGEM(IDX-VENDA) = WRK-ORIGEM
                      ADD COMPROD-QUANTIDADE
                       TO TAB-VENDA-QTDE(IDX-VENDA)
                      ADD COMPROD-QUANTIDADE
                       TO WRK-TOTAL-VENDIDO
              END-SEARCH
           END-IF.

      *ABATE AS DEVOLUCOES DO PRODUTO NAS COMPRAS DA FAIXA. SEM O
      *ARQUIVO DE NOTAS DE CREDITO, NADA E ABATIDO.
       019-APURAR-DEVOLUCOES.
           OPEN INPUT   NOTACRED.
           IF WRK-FS-NOTACRED = "35"
              DISPLAY "ARQUIVO NOTACRED NAO ENCONTRADO - DEVOLUCOES "
                      "NAO ABATIDAS"
           ELSE
              IF WRK-FS-NOTACRED NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NOTACRED - FS: "
                         WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 045-LER-NOTACRED
              PERFORM 032-TRATAR-NOTACRED
                UNTIL WRK-FS-NOTACRED = "10"

              CLOSE NOTACRED
              IF WRK-FS-NOTACRED NOT = "00"
                 DISPLAY "ERRO CLOSE NOTACRED - FS: " WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *A NOTA DE CREDITO E CASADA PELA COMPRA E PELA DATA DA
      *COMPRA, E SO ABATE COMPRA QUE TEVE O PRODUTO.
       032-TRATAR-NOTACRED.
           IF NOTACRED-NOME-PRODUTO = PRODUTO-NOME
              SET IDX-VENDA TO 1
              SEARCH TAB-VENDA-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-VENDA-COD-COMPRA(IDX-VENDA) =
                       NOTACRED-COD-COMPRA AND
                       TAB-VENDA-DATA(IDX-VENDA) =
                       NOTACRED-DATA-COMPRA AND
                       TAB-VENDA-QTDE(IDX-VENDA) > ZEROS
                      ADD NOTACRED-QUANTIDADE
                       TO TAB-VENDA-QTDE-DEV(IDX-VENDA)
                      ADD NOTACRED-QUANTIDADE
                       TO WRK-TOTAL-DEVOLVIDO
              END-SEARCH
           END-IF.
           PERFORM 045-LER-NOTACRED.

      *ACUMULA POR CLIENTE AS COMPRAS QUE TIVERAM O PRODUTO.
       027-MONTAR-COMPRADORES.
           IF TAB-VENDA-QTDE(IDX-VENDA) > ZEROS
              SET IDX-COMP TO 1
              SEARCH TAB-COMP-REGISTRO
                  AT END
                      ADD 1 TO WRK-TAB-COMP-QTDE
                      MOVE TAB-VENDA-COD-CLIENTE(IDX-VENDA)
                      TO TAB-COMP-COD-CLIENTE(WRK-TAB-COMP-QTDE)
                      MOVE TAB-VENDA-QTDE(IDX-VENDA)
                      TO TAB-COMP-QTDE(WRK-TAB-COMP-QTDE)
                      MOVE TAB-VENDA-QTDE-DEV(IDX-VENDA)
                      TO TAB-COMP-QTDE-DEV(WRK-TAB-COMP-QTDE)
                  WHEN TAB-COMP-COD-CLIENTE(IDX-COMP) =
                       TAB-VENDA-COD-CLIENTE(IDX-VENDA)
                      ADD TAB-VENDA-QTDE(IDX-VENDA)
                       TO TAB-COMP-QTDE(IDX-COMP)
                      ADD TAB-VENDA-QTDE-DEV(IDX-VENDA)
                       TO TAB-COMP-QTDE-DEV(IDX-COMP)
              END-SEARCH
           END-IF.

      *CARREGA OS OPT-OUTS DO REGISTRO DE CONSENTIMENTO. SEM O
      *ARQUIVO, NENHUMA CARTA E SUPRIMIDA.
       024-CARREGAR-TABELA-CONSENT.
           OPEN INPUT   CONSENT.
           IF WRK-FS-CONSENT = "35"
              MOVE ZEROS TO WRK-TAB-CONS-QTDE
           ELSE
              IF WRK-FS-CONSENT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-CONSENT
              PERFORM 038-MOVER-DADOS-TAB-CONS
                UNTIL WRK-FS-CONSENT = "10"
              CLOSE CONSENT
              IF WRK-FS-CONSENT NOT = "00"
                 DISPLAY "ERRO CLOSE CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       038-MOVER-DADOS-TAB-CONS.
           IF CONSENT-OPT-OUT
              ADD 1 TO WRK-TAB-CONS-QTDE
              MOVE CONSENT-CHAVE
              TO TAB-CONS-CHAVE(WRK-TAB-CONS-QTDE)
           END-IF.
           PERFORM 046-LER-CONSENT.

      *CARREGA O MAPA DE CHAVES (CLIENTE -> CONTA BANCARIA). SEM O
      *MAPA, NENHUM COMPRADOR TEM ENDERECO.
       025-CARREGAR-TABELA-MAPA.
           OPEN INPUT   MAPCLI.
           IF WRK-FS-MAPCLI = "35"
              MOVE ZEROS TO WRK-TAB-MAPA-QTDE
           ELSE
              IF WRK-FS-MAPCLI NOT = ZEROS
                 DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 047-LER-MAPCLI
              PERFORM 033-MOVER-DADOS-TAB-MAPA
                UNTIL WRK-FS-MAPCLI = "10"

              CLOSE MAPCLI
              IF WRK-FS-MAPCLI NOT = "00"
                 DISPLAY "ERRO CLOSE MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-MOVER-DADOS-TAB-MAPA.
           ADD 1 TO WRK-TAB-MAPA-QTDE.
           MOVE MAPCLI-COD-CLIENTE
           TO TAB-MAPA-COD-CLIENTE(WRK-TAB-MAPA-QTDE).
           MOVE MAPCLI-CHAVE
           TO TAB-MAPA-CHAVE(WRK-TAB-MAPA-QTDE).
           PERFORM 047-LER-MAPCLI.

       026-ABRIR-ENDERECO.
           IF WRK-TAB-MAPA-QTDE > ZEROS
              OPEN INPUT   ENDERECO
              IF WRK-FS-ENDERECO = "35"
                 MOVE ZEROS TO WRK-TAB-MAPA-QTDE
              ELSE
                 IF WRK-FS-ENDERECO NOT = ZEROS
                    DISPLAY "ERRO ABERTURA ENDERECO - FS: "
                            WRK-FS-ENDERECO
                    PERFORM 999-ROTINA-ABEND
                 END-IF
              END-IF
           END-IF.

      *UM COMPRADOR POR ITERACAO. QUEM JA DEVOLVEU TUDO O QUE
      *COMPROU NAO RECEBE AVISO. O OPT-OUT DE CONTATO SUPRIME A
      *CARTA; SEM ENDERECO UTILIZAVEL O CLIENTE VAI PARA SEMENDER.
       020-PROCESSAR.
           ADD 1 TO WRK-CONT-COMPRADORES.

           IF TAB-COMP-QTDE-DEV(IDX-COMP) NOT <
              TAB-COMP-QTDE(IDX-COMP)
              ADD 1 TO WRK-CONT-DEVOLUCAO-TOTAL
           ELSE
              PERFORM 080-BUSCAR-CLIENTE
              PERFORM 039-VERIFICAR-CONSENTIMENTO
              IF CONTATO-SUPRIMIDO
                 PERFORM 049-GRAVAR-SUPRAUD
              ELSE
                 PERFORM 081-BUSCAR-ENDERECO
                 IF ENDERECO-ENCONTRADO
                    PERFORM 034-EMITIR-CARTA
                 ELSE
                    PERFORM 037-GRAVAR-SEMENDER
                 END-IF
              END-IF
           END-IF.

      *VERIFICA SE O COMPRADOR PODE SER CONTATADO - A CHAVE DE
      *VENDAS E O CODIGO DO CLIENTE NA CHAVE GENERICA.
       039-VERIFICAR-CONSENTIMENTO.
           SET CONTATO-PERMITIDO TO TRUE.
           MOVE SPACES TO WRK-CHAVE-CONSENT.
           MOVE TAB-COMP-COD-CLIENTE(IDX-COMP) TO WRK-CHAVE-CONSENT.
           SET IDX-CONS TO 1.
           SEARCH TAB-CONS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CONS-CHAVE(IDX-CONS) = WRK-CHAVE-CONSENT
                   SET CONTATO-SUPRIMIDO TO TRUE
           END-SEARCH.

      *MONTA E GRAVA A CARTA DE RECALL DO COMPRADOR.
       034-EMITIR-CARTA.
           MOVE WRK-DE-DIA            TO CARTA-DIA.
           MOVE WRK-DE-MES            TO CARTA-MES.
           MOVE WRK-DE-ANO            TO CARTA-ANO.
           MOVE TAB-COMP-COD-CLIENTE(IDX-COMP) TO CARTA-COD-CLIENTE.
           MOVE CLIENTE-NOME          TO CARTA-NOME-CLIENTE.
           MOVE ENDERECO-RUA          TO CARTA-END-RUA.
           MOVE ENDERECO-CIDADE       TO CARTA-END-CIDADE.
           MOVE ENDERECO-UF           TO CARTA-END-UF.
           MOVE ENDERECO-CEP          TO CARTA-END-CEP.
           MOVE PRODUTO-COD-PRODUTO   TO CARTA-COD-PRODUTO.
           MOVE PRODUTO-NOME          TO CARTA-NOME-PRODUTO.
           MOVE TAB-COMP-QTDE(IDX-COMP)     TO CARTA-QTD-COMPRADA.
           MOVE TAB-COMP-QTDE-DEV(IDX-COMP) TO CARTA-QTD-DEVOLVIDA.

           MOVE WRK-LINHA-TRACO          TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-TITULO-CARTA   TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-CLIENTE  TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-ENDERECO       TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-PRODUTO  TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-TEXTO1   TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-TEXTO2   TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-TRACO          TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-BRANCO         TO FD-CARTAREC-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.

           ADD 1 TO WRK-CONT-CARTAS.

      *COMPRADOR SEM MAPA/CADASTRO DE ENDERECO, OU COM O CADASTRO
      *SEM RUA OU CEP, SAI NA LISTA PARA CONTATO PELA LOJA.
       037-GRAVAR-SEMENDER.
           MOVE TAB-COMP-COD-CLIENTE(IDX-COMP) TO SEMENDER-COD-CLIENTE.
           MOVE CLIENTE-NOME             TO SEMENDER-NOME-CLIENTE.
           MOVE TAB-COMP-QTDE(IDX-COMP)  TO SEMENDER-QTD-COMPRADA.
           MOVE TAB-COMP-QTDE-DEV(IDX-COMP)
             TO SEMENDER-QTD-DEVOLVIDA.
           IF WRK-FS-ENDERECO = "00"
              MOVE "INCOMPLETO" TO SEMENDER-MOTIVO
           ELSE
              MOVE "SEMCADASTR" TO SEMENDER-MOTIVO
           END-IF.

           WRITE FD-SEMENDER-REGISTRO FROM WRK-SEMENDER-REGISTRO.
           IF WRK-FS-SEMENDER NOT = ZEROS
              DISPLAY "ERRO GRAVACAO SEMENDER - FS: " WRK-FS-SEMENDER
              PERFORM 999-ROTINA-ABEND
           END-IF.

           ADD 1 TO WRK-CONT-SEM-ENDERECO.

       080-BUSCAR-CLIENTE.
           MOVE TAB-COMP-COD-CLIENTE(IDX-COMP)
             TO FD-CLIENTE-COD-CLINTE.
           READ CLIENTE INTO WRK-CLIENTE-REGISTRO
               INVALID KEY
                   MOVE SPACES TO CLIENTE-NOME
           END-READ.

      *BUSCA O ENDERECO DE CORRESPONDENCIA DO COMPRADOR: O MAPA DA
      *O NUMERO DA CONTA BANCARIA E O KSDS ENDERECO DA O ENDERECO.
      *ENDERECO SEM RUA OU SEM CEP NAO SERVE PARA A CARTA.
       081-BUSCAR-ENDERECO.
           SET ENDERECO-NAO-ENCONTRADO TO TRUE.
           MOVE SPACES TO WRK-FS-ENDERECO.
           SET IDX-MAPA TO 1.
           SEARCH TAB-MAPA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MAPA-COD-CLIENTE(IDX-MAPA) =
                    TAB-COMP-COD-CLIENTE(IDX-COMP)
                   MOVE TAB-MAPA-CHAVE(IDX-MAPA)
                   TO FD-ENDERECO-CHAVE
                   READ ENDERECO INTO WRK-ENDERECO-REGISTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ENDERECO-RUA NOT = SPACES AND
                              ENDERECO-CEP NOT = ZEROS
                              SET ENDERECO-ENCONTRADO TO TRUE
                           END-IF
                   END-READ
           END-SEARCH.

       041-LER-COMPRA.
           READ COMPRA    INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPRA = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMPRA
           END-IF.

       042-LER-ARQCOMPRA.
           READ ARQCOMPRA INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-ARQCOMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ARQCOMPRA - FS: " WRK-FS-ARQCOMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ARQCOMPRA = "00"
                ADD 1 TO WRK-CONT-LIDOS-ARQCOMPRA
           END-IF.

       043-LER-COMPROD.
           READ COMPROD   INTO WRK-COMPROD-REGISTRO.
           IF WRK-FS-COMPROD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPROD = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMPROD
           END-IF.

       044-LER-ARQCOMPROD.
           READ ARQCOMPROD INTO WRK-COMPROD-REGISTRO.
           IF WRK-FS-ARQCOMPROD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ARQCOMPROD - FS: "
                      WRK-FS-ARQCOMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ARQCOMPROD = "00"
                ADD 1 TO WRK-CONT-LIDOS-ARQCOMPROD
           END-IF.

       045-LER-NOTACRED.
           READ NOTACRED  INTO WRK-NOTACRED-REGISTRO.
           IF WRK-FS-NOTACRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-NOTACRED = "00"
                ADD 1 TO WRK-CONT-LIDOS-NOTACRED
           END-IF.

       046-LER-CONSENT.
           READ CONSENT INTO WRK-CONSENT-REGISTRO.
           IF WRK-FS-CONSENT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONSENT - FS: " WRK-FS-CONSENT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-LER-MAPCLI.
           READ MAPCLI INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-GRAVAR-LINHA-CARTA.
           WRITE FD-CARTAREC-REGISTRO.
           IF WRK-FS-CARTAREC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CARTAREC - FS: " WRK-FS-CARTAREC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *REGISTRA NA TRILHA DE SUPRESSAO A CARTA QUE DEIXOU DE SAIR.
       049-GRAVAR-SUPRAUD.
           MOVE "AC01EX03"        TO SUPRAUD-PROGRAMA.
           MOVE WRK-CHAVE-CONSENT TO SUPRAUD-CHAVE.
           MOVE WRK-DATA-SIS      TO SUPRAUD-DATA.
           MOVE "OPTOUT    "      TO SUPRAUD-REGRA.
           WRITE FD-SUPRAUD-REGISTRO FROM WRK-SUPRAUD-REGISTRO.
           IF WRK-FS-SUPRAUD NOT = ZEROS
              DISPLAY "ERRO GRAVACAO SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-CARTAS-SUPRIMIDAS.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-RECALRES.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *RESUMO DO RECALL: UNIDADES VENDIDAS NA FAIXA, DEVOLVIDAS E
      *AINDA EM MAOS DOS CLIENTES.
       053-GRAVAR-RECALRES.
           MOVE PRODUTO-COD-PRODUTO   TO RECALRES-COD-PRODUTO.
           MOVE PRODUTO-NOME          TO RECALRES-NOME-PRODUTO.
           MOVE PARMRECL-DATA-INICIAL TO RECALRES-DATA-INICIAL.
           MOVE PARMRECL-DATA-FINAL   TO RECALRES-DATA-FINAL.
           MOVE WRK-TOTAL-VENDIDO     TO RECALRES-QTD-VENDIDA.
           MOVE WRK-TOTAL-DEVOLVIDO   TO RECALRES-QTD-DEVOLVIDA.
           IF WRK-TOTAL-DEVOLVIDO < WRK-TOTAL-VENDIDO
              COMPUTE RECALRES-QTD-EM-MAOS =
                  WRK-TOTAL-VENDIDO - WRK-TOTAL-DEVOLVIDO
           ELSE
              MOVE ZEROS TO RECALRES-QTD-EM-MAOS
           END-IF.
           MOVE WRK-CONT-COMPRADORES  TO RECALRES-QTD-COMPRADORES.
           MOVE WRK-CONT-CARTAS       TO RECALRES-QTD-CARTAS.
           MOVE WRK-CONT-SEM-ENDERECO TO RECALRES-QTD-SEM-ENDERECO.
           MOVE WRK-CONT-CARTAS-SUPRIMIDAS
             TO RECALRES-QTD-SUPRIMIDOS.

           WRITE FD-RECALRES-REGISTRO FROM WRK-RECALRES-REGISTRO.
           IF WRK-FS-RECALRES NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RECALRES - FS: " WRK-FS-RECALRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos COMPRA......: "
                   WRK-CONT-LIDOS-COMPRA.
           DISPLAY "Quantidade de Registros Lidos ARQCOMPRA...: "
                   WRK-CONT-LIDOS-ARQCOMPRA.
           DISPLAY "Quantidade de Registros Lidos COMPROD.....: "
                   WRK-CONT-LIDOS-COMPROD.
           DISPLAY "Quantidade de Registros Lidos ARQCOMPROD..: "
                   WRK-CONT-LIDOS-ARQCOMPROD.
           DISPLAY "Quantidade de Registros Lidos NOTACRED....: "
                   WRK-CONT-LIDOS-NOTACRED.
           DISPLAY "Quantidade de Unidades Vendidas...........: "
                   WRK-TOTAL-VENDIDO.
           DISPLAY "Quantidade de Unidades Devolvidas.........: "
                   WRK-TOTAL-DEVOLVIDO.
           DISPLAY "Quantidade de Compradores.................: "
                   WRK-CONT-COMPRADORES.
           DISPLAY "Quantidade de Compradores com Devol. Total: "
                   WRK-CONT-DEVOLUCAO-TOTAL.
           DISPLAY "Quantidade de Cartas Emitidas.............: "
                   WRK-CONT-CARTAS.
           DISPLAY "Quantidade de Compradores sem Endereco....: "
                   WRK-CONT-SEM-ENDERECO.
           DISPLAY "Quantidade de Cartas Suprimidas...........: "
                   WRK-CONT-CARTAS-SUPRIMIDAS.

       052-FECHAR-ARQUIVOS.
           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CLIENTE.
           IF WRK-FS-CLIENTE NOT = "00"
              DISPLAY "ERRO CLOSE CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-TAB-MAPA-QTDE > ZEROS
              CLOSE ENDERECO
              IF WRK-FS-ENDERECO NOT = "00"
                 DISPLAY "ERRO CLOSE ENDERECO - FS: " WRK-FS-ENDERECO
              END-IF
           END-IF.

           CLOSE CARTAREC.
           IF WRK-FS-CARTAREC NOT = "00"
              DISPLAY "ERRO CLOSE CARTAREC - FS: " WRK-FS-CARTAREC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE SEMENDER.
           IF WRK-FS-SEMENDER NOT = "00"
              DISPLAY "ERRO CLOSE SEMENDER - FS: " WRK-FS-SEMENDER
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RECALRES.
           IF WRK-FS-RECALRES NOT = "00"
              DISPLAY "ERRO CLOSE RECALRES - FS: " WRK-FS-RECALRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE SUPRAUD.
           IF WRK-FS-SUPRAUD NOT = "00"
              DISPLAY "ERRO CLOSE SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX03".
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX17.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX17
      *MONITORAMENTO DE MOVIMENTACAO EM ESPECIE PARA PREVENCAO A
      *LAVAGEM DE DINHEIRO. RODA DIARIAMENTE, DEPOIS DO AC01EX11 E
      *DO AC00EX10, E JUNTA NUMA MESMA PESSOA OS DEPOSITOS, SAQUES
      *E CHEQUES PAGOS EM DINHEIRO NO CAIXA OU ATM (MOVJRN DO DIA,
      *CANAIS C/A) E AS VENDAS EM DINHEIRO DAS LOJAS (DINVENDA DO
      *DIA). O CLIENTE DE VENDAS LIGADO A UMA CONTA NO MAPCLI E A
      *PROPRIA CONTA; SEM LIGACAO ELE E UMA PESSOA A PARTE, SEM
      *RENDA CONHECIDA.
      *A JANELA MOVEL DE MOVIMENTOS (AMLANT/AMLHOJE) GUARDA OS
      *ULTIMOS DIAS DO PARAMETRO PARMAML (PADRAO 30) E, A CADA RUN,
      *CADA PESSOA COM MOVIMENTO NA JANELA E AVALIADA PELAS REGRAS:
      *  V - MOVIMENTO UNICO DO DIA IGUAL OU ACIMA DO LIMITE DE
      *      COMUNICACAO;
      *  F - FRACIONAMENTO: VARIOS MOVIMENTOS LOGO ABAIXO DO LIMITE
      *      EM POUCOS DIAS;
      *  R - MOVIMENTACAO DA JANELA ACIMA DE UM MULTIPLO DA RENDA
      *      MENSAL DO CADCLIN.
      *CADA ALERTA ABRE UM CASO NO ARQUIVO DE CASOS DO COMPLIANCE
      *(AMLCASANT/AMLCASHOJE), SALVO SE A PESSOA JA TEM CASO EM
      *ABERTO NA MESMA REGRA. O ANALISTA INFORMA A DISPOSICAO NO
      *AMLDISP (E EM ANALISE / C CONFIRMADO / D DESCARTADO); O CASO
      *CONFIRMADO VAI PARA O ARQUIVO DE COMUNICACAO AO ORGAO
      *REGULADOR (AMLCOMUN, DETALHE E TRAILER) E O CASO ENCERRADO
      *SAI UMA ULTIMA VEZ NA GERACAO E NAO E MAIS CARREGADO.
      *DISPOSICOES RECUSADAS VAO PARA O AMLERR E TERMINAM COM RC 4.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DE REFERENCIA E PARAMETROS DAS REGRAS (OPCIONAL)
       SELECT PARMAML  ASSIGN    TO PARMAML
                      FILE STATUS    IS WRK-FS-PARMAML.

      *CADASTRO DAS CONTAS - NOME E RENDA MENSAL
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *MAPA CLIENTE DE VENDAS X CONTA BANCARIA (OPCIONAL)
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *TRANSACOES DE CAIXA E ATM LANCADAS NO DIA (OPCIONAL)
       SELECT MOVJRN   ASSIGN    TO MOVJRN
                      FILE STATUS    IS WRK-FS-MOVJRN.

      *VENDAS EM DINHEIRO DO DIA NAS LOJAS (OPCIONAL)
       SELECT DINVENDA ASSIGN    TO DINVENDA
                      FILE STATUS    IS WRK-FS-DINVENDA.

      *JANELA DE MOVIMENTOS DO RUN ANTERIOR (OPCIONAL)
       SELECT AMLANT   ASSIGN    TO AMLANT
                      FILE STATUS    IS WRK-FS-AMLANT.

      *CASOS DO RUN ANTERIOR (OPCIONAL)
       SELECT AMLCASANT ASSIGN   TO AMLCASANT
                      FILE STATUS    IS WRK-FS-AMLCASANT.

      *DISPOSICOES DOS ANALISTAS (OPCIONAL)
       SELECT AMLDISP  ASSIGN    TO AMLDISP
                      FILE STATUS    IS WRK-FS-AMLDISP.

      *JANELA DE MOVIMENTOS ATUALIZADA
       SELECT AMLHOJE  ASSIGN    TO AMLHOJE
                      FILE STATUS    IS WRK-FS-AMLHOJE.

      *CASOS ATUALIZADOS
       SELECT AMLCASHOJE ASSIGN  TO AMLCASHOJE
                      FILE STATUS    IS WRK-FS-AMLCASHOJE.

      *COMUNICACOES DOS CASOS CONFIRMADOS AO ORGAO REGULADOR
       SELECT AMLCOMUN ASSIGN    TO AMLCOMUN
                      FILE STATUS    IS WRK-FS-AMLCOMUN.

      *DISPOSICOES RECUSADAS
       SELECT AMLERR   ASSIGN    TO AMLERR
                      FILE STATUS    IS WRK-FS-AMLERR.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMAML
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMAML-REGISTRO     PIC X(042).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  MOVJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MOVJRN-REGISTRO      PIC X(078).

       FD  DINVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DINVENDA-REGISTRO    PIC X(041).

       FD  AMLANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLANT-REGISTRO      PIC X(050).

       FD  AMLCASANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLCASANT-REGISTRO   PIC X(080).

       FD  AMLDISP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLDISP-REGISTRO     PIC X(023).

       FD  AMLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLHOJE-REGISTRO     PIC X(050).

       FD  AMLCASHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLCASHOJE-REGISTRO  PIC X(080).

       FD  AMLCOMUN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLCOMUN-REGISTRO    PIC X(120).

       FD  AMLERR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AMLERR-REGISTRO      PIC X(024).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMAML        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-MOVJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-DINVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLCASANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLDISP        PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLCASHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLCOMUN       PIC X(002) VALUE SPACES.
           05 WRK-FS-AMLERR         PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMAML - DATA DE REFERENCIA, DIAS DA JANELA,
      *LIMITE DE COMUNICACAO, FAIXA (% DO LIMITE), DIAS E
      *QUANTIDADE DO FRACIONAMENTO E MULTIPLO DA RENDA MENSAL
       01  WRK-PARMAML-REGISTRO.
           05 PARMAML-DATA-REF      PIC  9(008).
           05 PARMAML-DIAS-JANELA   PIC  9(003).
           05 PARMAML-VALOR-LIMITE  PIC  9(011)V99.
           05 PARMAML-PCT-FAIXA     PIC  9(003)V99.
           05 PARMAML-DIAS-FRAC     PIC  9(003).
           05 PARMAML-QTD-FRAC      PIC  9(003).
           05 PARMAML-MULT-RENDA    PIC  9(003)V99.
           05 FILLER                PIC  X(002).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

      *LAYOUT DE CLIENTE - MESMO CADASTRO MANTIDO PELO AC00EX12
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
           05 CLIENTE-COD-PRAZO     PIC  X(002).

      *LAYOUT DE MOVJRN - MESMO GRAVADO PELO AC01EX11
       01  WRK-MOVJRN-REGISTRO.
           05 MOVJRN-CHAVE          PIC  X(015).
           05 MOVJRN-DATA           PIC  9(008).
           05 MOVJRN-HORA           PIC  9(006).
           05 MOVJRN-TIPO           PIC  X(001).
               88 MOVJRN-EM-ESPECIE    VALUES "D" "S" "C".
           05 MOVJRN-CANAL          PIC  X(001).
               88 MOVJRN-CAIXA-OU-ATM  VALUES "C" "A".
           05 MOVJRN-AGENCIA-TERM   PIC  9(005).
           05 MOVJRN-TERMINAL       PIC  9(004).
           05 MOVJRN-NSU            PIC  9(006).
           05 MOVJRN-NUM-CHEQUE     PIC  9(006).
           05 MOVJRN-VALOR          PIC S9(011)V99.
           05 MOVJRN-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE DINVENDA - MESMO GRAVADO PELO AC00EX10
       01  WRK-DINVENDA-REGISTRO.
           05 DINVENDA-COD-COMPRA     PIC  9(005).
           05 DINVENDA-COD-LOJA       PIC  9(003).
           05 DINVENDA-COD-CLIENTE    PIC  9(003).
           05 DINVENDA-DATA           PIC  9(008).
           05 DINVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 DINVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE AMLANT/AMLHOJE - UM MOVIMENTO EM ESPECIE DA
      *JANELA, JA ATRIBUIDO A PESSOA
       01  WRK-AML-REGISTRO.
           05 AML-PESSOA            PIC X(015).
           05 AML-DATA              PIC 9(008).
           05 AML-ORIGEM            PIC X(001).
               88 AML-ORIGEM-BANCO     VALUE "B".
               88 AML-ORIGEM-LOJA      VALUE "L".
           05 AML-TIPO              PIC X(001).
               88 AML-DEPOSITO         VALUE "D".
               88 AML-SAQUE            VALUE "S".
               88 AML-CHEQUE           VALUE "C".
               88 AML-VENDA            VALUE "V".
           05 AML-VALOR             PIC 9(011)V99.
           05 AML-REF-LOCAL         PIC 9(005).
           05 AML-REF-DOCUMENTO     PIC 9(006).
           05 FILLER                PIC X(001).

      *LAYOUT DE AMLCASANT/AMLCASHOJE - UM CASO DO COMPLIANCE
       01  WRK-CASO-REGISTRO.
           05 CASO-NUMERO           PIC 9(006).
           05 CASO-PESSOA           PIC X(015).
           05 CASO-REGRA            PIC X(001).
               88 CASO-REGRA-VALOR     VALUE "V".
               88 CASO-REGRA-FRAC      VALUE "F".
               88 CASO-REGRA-RENDA     VALUE "R".
           05 CASO-DATA-ABERTURA    PIC 9(008).
           05 CASO-DATA-INICIO      PIC 9(008).
           05 CASO-VALOR            PIC 9(011)V99.
           05 CASO-QTD-MOV          PIC 9(003).
           05 CASO-SITUACAO         PIC X(001).
               88 CASO-ABERTO          VALUE "A".
               88 CASO-EM-ANALISE      VALUE "E".
               88 CASO-CONFIRMADO      VALUE "C".
               88 CASO-DESCARTADO      VALUE "D".
               88 CASO-PENDENTE        VALUES "A" "E".
           05 CASO-ANALISTA         PIC X(008).
           05 CASO-DATA-DISPOSICAO  PIC 9(008).
           05 FILLER                PIC X(009).

      *LAYOUT DE AMLDISP - DISPOSICAO DO ANALISTA SOBRE UM CASO
       01  WRK-DISP-REGISTRO.
           05 DISP-NUM-CASO         PIC 9(006).
           05 DISP-DISPOSICAO       PIC X(001).
               88 DISP-EM-ANALISE      VALUE "E".
               88 DISP-CONFIRMAR       VALUE "C".
               88 DISP-DESCARTAR       VALUE "D".
               88 DISP-VALIDA          VALUES "E" "C" "D".
           05 DISP-ANALISTA         PIC X(008).
           05 DISP-DATA             PIC 9(008).

      *LAYOUT DE AMLERR - DISPOSICAO RECUSADA E O MOTIVO
       01  WRK-AMLERR-REGISTRO.
           05 AMLERR-DISPOSICAO     PIC X(023).
           05 AMLERR-MOTIVO         PIC X(001).
               88 AMLERR-MOT-CASO-INEXISTENTE  VALUE "1".
               88 AMLERR-MOT-CASO-ENCERRADO    VALUE "2".
               88 AMLERR-MOT-DADOS-INVALIDOS   VALUE "3".

      *LAYOUT DE AMLCOMUN - COMUNICACAO AO ORGAO REGULADOR,
      *DETALHE POR CASO CONFIRMADO E TRAILER DE CONTROLE
       01  WRK-COMUN-REGISTRO.
           05 COMUN-TIPO-REG        PIC X(001).
               88 COMUN-REG-DETALHE    VALUE "D".
               88 COMUN-REG-TRAILER    VALUE "T".
           05 COMUN-DET-DATA-COMUN  PIC 9(008).
           05 COMUN-DET-NUM-CASO    PIC 9(006).
           05 COMUN-DET-PESSOA      PIC X(015).
           05 COMUN-DET-NOME        PIC X(040).
           05 COMUN-DET-ENQUADRAMENTO PIC X(001).
           05 COMUN-DET-DATA-INICIO PIC 9(008).
           05 COMUN-DET-DATA-FIM    PIC 9(008).
           05 COMUN-DET-QTD-MOV     PIC 9(003).
           05 COMUN-DET-VALOR       PIC 9(013)V99.
           05 COMUN-DET-ANALISTA    PIC X(008).
           05 FILLER                PIC X(007).

       01  WRK-COMUN-TRAILER REDEFINES WRK-COMUN-REGISTRO.
           05 FILLER                PIC X(001).
           05 COMUN-TRL-DATA-COMUN  PIC 9(008).
           05 COMUN-TRL-QTD-DETALHES PIC 9(007).
           05 COMUN-TRL-TOTAL-VALOR PIC 9(015)V99.
           05 FILLER                PIC X(087).

      *CONTAS DO CADASTRO - NOME E RENDA
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAD-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-CAD-QTDE
               INDEXED BY IDX-CAD.
           05 TAB-CAD-CHAVE         PIC X(015).
           05 TAB-CAD-NOME          PIC X(040).
           05 TAB-CAD-RENDA         PIC S9(011)V99.

      *CLIENTES DE VENDAS LIGADOS A UMA CONTA
       01  WRK-TAB-MAP-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MAP-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MAP-QTDE
               INDEXED BY IDX-MAP.
           05 TAB-MAP-COD-CLIENTE   PIC 9(003).
           05 TAB-MAP-CHAVE         PIC X(015).

      *MOVIMENTOS DA JANELA, COM A DATA EM DIAS CORRIDOS
       01  WRK-TAB-MOV-QTDE         PIC 9(005) VALUE ZEROS.

       01  TAB-MOV-REGISTRO OCCURS 1 TO 20000 TIMES
               DEPENDING ON WRK-TAB-MOV-QTDE
               INDEXED BY IDX-MOV.
           05 TAB-MOV-DADOS         PIC X(050).
           05 TAB-MOV-DIA-INTEIRO   PIC 9(007).

      *PESSOAS COM MOVIMENTO NA JANELA E OS ACUMULADOS DAS REGRAS
       01  WRK-TAB-PES-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PES-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-PES-QTDE
               INDEXED BY IDX-PES.
           05 TAB-PES-CHAVE         PIC X(015).
           05 TAB-PES-DATA-INICIO   PIC 9(008).
           05 TAB-PES-QTD-DIA       PIC 9(005).
           05 TAB-PES-QTD-JANELA    PIC 9(005).
           05 TAB-PES-VALOR-JANELA  PIC 9(013)V99.
           05 TAB-PES-QTD-LIMITE    PIC 9(005).
           05 TAB-PES-VALOR-LIMITE  PIC 9(013)V99.
           05 TAB-PES-QTD-FRAC      PIC 9(005).
           05 TAB-PES-VALOR-FRAC    PIC 9(013)V99.

      *CASOS EM MEMORIA
       01  WRK-TAB-CASO-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CASO-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-CASO-QTDE
               INDEXED BY IDX-CASO.
           05 TAB-CASO-DADOS        PIC X(080).

      *AREAS DE TRABALHO
       01  WRK-DATA-REF             PIC 9(008) VALUE ZEROS.
       01  WRK-REF-INTEIRO          PIC 9(007) VALUE ZEROS.
       01  WRK-DIA-INTEIRO          PIC 9(007) VALUE ZEROS.
       01  WRK-IDADE-DIAS           PIC 9(007) VALUE ZEROS.
       01  WRK-VALOR-FAIXA          PIC 9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-RENDA          PIC 9(013)V99 VALUE ZEROS.
       01  WRK-ULTIMO-CASO          PIC 9(006) VALUE ZEROS.
       01  WRK-CHAVE-BUSCA          PIC X(015) VALUE SPACES.
       01  WRK-REGRA-ALERTA         PIC X(001) VALUE SPACES.
       01  WRK-ALERTA-VALOR         PIC 9(013)V99 VALUE ZEROS.
       01  WRK-ALERTA-QTD           PIC 9(005) VALUE ZEROS.
       01  WRK-NOME-PESSOA          PIC X(040) VALUE SPACES.

      *PESSOA DE UM CLIENTE DE VENDAS SEM CONTA NO MAPCLI
       01  WRK-PESSOA-LOJA.
           05 FILLER                PIC X(012) VALUE "CLIENTE-LOJA".
           05 WRK-PESSOA-LOJA-COD   PIC 9(003).
       01  WRK-PESSOA-LOJA-R REDEFINES WRK-PESSOA-LOJA.
           05 WRK-PESSOA-LOJA-PREFIXO PIC X(012).
           05 FILLER                PIC X(003).

      *INDICA SE O ARQUIVO OPCIONAL FOI ABERTO E PRECISA DE CLOSE
       01  WRK-SW-MOVJRN            PIC X(001) VALUE "N".
       01  WRK-SW-DINVENDA          PIC X(001) VALUE "N".
       01  WRK-SW-AMLDISP           PIC X(001) VALUE "N".

       01  WRK-SW-CASO              PIC 9(001) VALUE ZEROS.
           88 CASO-ENCONTRADO          VALUE 1.
           88 CASO-NAO-ENCONTRADO      VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-MOV-ANTERIORES     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-MOV-EXPIRADOS      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-MOV-BANCO          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-MOV-LOJA           PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-PESSOAS            PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DISP-LIDAS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DISP-RECUSADAS     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CASOS-ABERTOS      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CASOS-CONFIRMADOS  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CASOS-DESCARTADOS  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CASOS-PENDENTES    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-COMUNICACOES       PIC 9(07) VALUE ZEROS.
           03 WRK-TOT-VALOR-COMUNICADO    PIC 9(015)V99 VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX17-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-APLICAR-DISPOSICAO
             UNTIL WRK-FS-AMLDISP = "10".
           PERFORM 022-INCLUIR-MOVJRN
             UNTIL WRK-FS-MOVJRN = "10".
           PERFORM 023-INCLUIR-DINVENDA
             UNTIL WRK-FS-DINVENDA = "10".
           PERFORM 025-ACUMULAR-PESSOA
           VARYING IDX-MOV FROM 1 BY 1
           UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.
           PERFORM 027-AVALIAR-PESSOA
           VARYING IDX-PES FROM 1 BY 1
           UNTIL IDX-PES > WRK-TAB-PES-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX17 INICIADO - MONITOR ESPECIE"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMAML.
           PERFORM 015-CARREGAR-TABELA-CAD.
           PERFORM 016-CARREGAR-TABELA-MAP.
           PERFORM 017-CARREGAR-TABELA-CASO.
           PERFORM 018-CARREGAR-TABELA-MOV.
           PERFORM 044-LER-AMLDISP.
           PERFORM 045-LER-MOVJRN.
           PERFORM 046-LER-DINVENDA.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    SEM MOVIMENTO DE CAIXA OU SEM VENDA EM DINHEIRO NO DIA NAO
      *    HA GERACAO PARA LER
           OPEN INPUT    MOVJRN.
           IF WRK-FS-MOVJRN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MOVJRN - FS: " WRK-FS-MOVJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MOVJRN = "35"
              MOVE "10" TO WRK-FS-MOVJRN
           ELSE
              MOVE "S" TO WRK-SW-MOVJRN
           END-IF.

           OPEN INPUT    DINVENDA.
           IF WRK-FS-DINVENDA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA DINVENDA - FS: " WRK-FS-DINVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DINVENDA = "35"
              MOVE "10" TO WRK-FS-DINVENDA
           ELSE
              MOVE "S" TO WRK-SW-DINVENDA
           END-IF.

           OPEN INPUT    AMLDISP.
           IF WRK-FS-AMLDISP NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA AMLDISP - FS: " WRK-FS-AMLDISP
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-AMLDISP = "35"
              MOVE "10" TO WRK-FS-AMLDISP
           ELSE
              MOVE "S" TO WRK-SW-AMLDISP
           END-IF.

           OPEN OUTPUT   AMLHOJE.
           IF WRK-FS-AMLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA AMLHOJE - FS: " WRK-FS-AMLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   AMLCASHOJE.
           IF WRK-FS-AMLCASHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA AMLCASHOJE - FS: "
                      WRK-FS-AMLCASHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   AMLCOMUN.
           IF WRK-FS-AMLCOMUN NOT = ZEROS
              DISPLAY "ERRO ABERTURA AMLCOMUN - FS: " WRK-FS-AMLCOMUN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   AMLERR.
           IF WRK-FS-AMLERR NOT = ZEROS
              DISPLAY "ERRO ABERTURA AMLERR - FS: " WRK-FS-AMLERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS PARAMETROS. SEM O ARQUIVO, OU COM CAMPO ZERADO,
      *VALE O PADRAO; DATA DE REFERENCIA ZERADA E A DATA DO SISTEMA.
       013-LER-PARMAML.
           MOVE ZEROS TO WRK-PARMAML-REGISTRO.
           OPEN INPUT   PARMAML.
           IF WRK-FS-PARMAML NOT = "35"
              IF WRK-FS-PARMAML NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMAML - FS: "
                         WRK-FS-PARMAML
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMAML INTO WRK-PARMAML-REGISTRO
              IF WRK-FS-PARMAML NOT = "00"
                 DISPLAY "ARQUIVO PARMAML VAZIO - FS: "
                         WRK-FS-PARMAML
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMAML
           END-IF.

           IF PARMAML-DATA-REF = ZEROS
              ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           ELSE
              MOVE PARMAML-DATA-REF TO WRK-DATA-REF
           END-IF.
           IF PARMAML-DIAS-JANELA = ZEROS
              MOVE 030 TO PARMAML-DIAS-JANELA
           END-IF.
           IF PARMAML-VALOR-LIMITE = ZEROS
              MOVE 10000,00 TO PARMAML-VALOR-LIMITE
           END-IF.
           IF PARMAML-PCT-FAIXA = ZEROS
              MOVE 080,00 TO PARMAML-PCT-FAIXA
           END-IF.
           IF PARMAML-DIAS-FRAC = ZEROS
              MOVE 007 TO PARMAML-DIAS-FRAC
           END-IF.
           IF PARMAML-QTD-FRAC = ZEROS
              MOVE 003 TO PARMAML-QTD-FRAC
           END-IF.
           IF PARMAML-MULT-RENDA = ZEROS
              MOVE 002,00 TO PARMAML-MULT-RENDA
           END-IF.
           COMPUTE WRK-VALOR-FAIXA ROUNDED =
               PARMAML-VALOR-LIMITE * PARMAML-PCT-FAIXA / 100.
           COMPUTE WRK-REF-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           DISPLAY "DATA DE REFERENCIA DO MONITORAMENTO: "
                   WRK-DATA-REF.

       015-CARREGAR-TABELA-CAD.
           PERFORM 041-LER-CADCLIN.
           PERFORM 030-MOVER-DADOS-TAB-CAD
             UNTIL WRK-FS-CADCLIN = "10".

       030-MOVER-DADOS-TAB-CAD.
           IF WRK-TAB-CAD-QTDE NOT < 2000
              DISPLAY "TABELA DE CONTAS EXCEDIDA - CADCLIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CAD-QTDE.
           MOVE CADCLIN-CHAVE
           TO TAB-CAD-CHAVE(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-NOME-CLIENTE
           TO TAB-CAD-NOME(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-RENDA-MENSAL
           TO TAB-CAD-RENDA(WRK-TAB-CAD-QTDE).
           PERFORM 041-LER-CADCLIN.

      *SEM O MAPA, TODO CLIENTE DE VENDAS E UMA PESSOA A PARTE.
       016-CARREGAR-TABELA-MAP.
           OPEN INPUT   MAPCLI.
           IF WRK-FS-MAPCLI NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MAPCLI NOT = "35"
              PERFORM 042-LER-MAPCLI
              PERFORM 031-MOVER-DADOS-TAB-MAP
                UNTIL WRK-FS-MAPCLI = "10"
              CLOSE MAPCLI
           END-IF.

       031-MOVER-DADOS-TAB-MAP.
           IF WRK-TAB-MAP-QTDE NOT < 999
              DISPLAY "TABELA DO MAPA EXCEDIDA - MAPCLI"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-MAP-QTDE.
           MOVE MAPCLI-COD-CLIENTE
           TO TAB-MAP-COD-CLIENTE(WRK-TAB-MAP-QTDE).
           MOVE MAPCLI-CHAVE
           TO TAB-MAP-CHAVE(WRK-TAB-MAP-QTDE).
           PERFORM 042-LER-MAPCLI.

      *CASOS DO RUN ANTERIOR. O CASO JA ENCERRADO (CONFIRMADO OU
      *DESCARTADO) SAIU NA ULTIMA GERACAO E NAO VOLTA.
       017-CARREGAR-TABELA-CASO.
           OPEN INPUT   AMLCASANT.
           IF WRK-FS-AMLCASANT NOT = "35"
              IF WRK-FS-AMLCASANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA AMLCASANT - FS: "
                         WRK-FS-AMLCASANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-AMLCASANT
              PERFORM 032-MOVER-DADOS-TAB-CASO
                UNTIL WRK-FS-AMLCASANT = "10"
              CLOSE AMLCASANT
           END-IF.

       032-MOVER-DADOS-TAB-CASO.
           IF CASO-NUMERO > WRK-ULTIMO-CASO
              MOVE CASO-NUMERO TO WRK-ULTIMO-CASO
           END-IF.
           IF CASO-PENDENTE
              PERFORM 038-INCLUIR-CASO
           END-IF.
           PERFORM 043-LER-AMLCASANT.

      *MOVIMENTOS DO RUN ANTERIOR AINDA DENTRO DA JANELA
       018-CARREGAR-TABELA-MOV.
           OPEN INPUT   AMLANT.
           IF WRK-FS-AMLANT NOT = "35"
              IF WRK-FS-AMLANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA AMLANT - FS: " WRK-FS-AMLANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-AMLANT
              PERFORM 033-CARREGAR-MOV-ANTERIOR
                UNTIL WRK-FS-AMLANT = "10"
              CLOSE AMLANT
           END-IF.

       033-CARREGAR-MOV-ANTERIOR.
           ADD 1 TO WRK-CONT-MOV-ANTERIORES.
           PERFORM 034-INCLUIR-MOVIMENTO.
           PERFORM 047-LER-AMLANT.

      *GUARDA O MOVIMENTO MONTADO EM WRK-AML-REGISTRO SE A DATA
      *ESTA DENTRO DA JANELA QUE TERMINA NA DATA DE REFERENCIA.
       034-INCLUIR-MOVIMENTO.
           COMPUTE WRK-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(AML-DATA).
           IF WRK-DIA-INTEIRO > WRK-REF-INTEIRO
              OR WRK-REF-INTEIRO - WRK-DIA-INTEIRO
                 NOT < PARMAML-DIAS-JANELA
              ADD 1 TO WRK-CONT-MOV-EXPIRADOS
           ELSE
              IF WRK-TAB-MOV-QTDE NOT < 20000
                 DISPLAY "TABELA DE MOVIMENTOS DA JANELA EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-MOV-QTDE
              MOVE WRK-AML-REGISTRO
                TO TAB-MOV-DADOS(WRK-TAB-MOV-QTDE)
              MOVE WRK-DIA-INTEIRO
                TO TAB-MOV-DIA-INTEIRO(WRK-TAB-MOV-QTDE)
           END-IF.

      *APLICA A DISPOSICAO DO ANALISTA. O CASO CONFIRMADO E
      *COMUNICADO AO ORGAO REGULADOR NESTE MESMO RUN.
       020-APLICAR-DISPOSICAO.
           ADD 1 TO WRK-CONT-DISP-LIDAS.
           MOVE SPACES TO AMLERR-MOTIVO.
           SET CASO-NAO-ENCONTRADO TO TRUE.
           SET IDX-CASO TO 1.
           SEARCH TAB-CASO-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CASO-DADOS(IDX-CASO)(1:6) = DISP-NUM-CASO
                   SET CASO-ENCONTRADO TO TRUE
           END-SEARCH.

           EVALUATE TRUE
               WHEN NOT DISP-VALIDA
                 OR DISP-ANALISTA = SPACES
                 OR DISP-NUM-CASO NOT NUMERIC
                   SET AMLERR-MOT-DADOS-INVALIDOS TO TRUE
               WHEN CASO-NAO-ENCONTRADO
                   SET AMLERR-MOT-CASO-INEXISTENTE TO TRUE
               WHEN OTHER
                   MOVE TAB-CASO-DADOS(IDX-CASO) TO WRK-CASO-REGISTRO
                   IF NOT CASO-PENDENTE
                      SET AMLERR-MOT-CASO-ENCERRADO TO TRUE
                   END-IF
           END-EVALUATE.

           IF AMLERR-MOTIVO NOT = SPACES
              PERFORM 048-GRAVAR-AMLERR
           ELSE
              MOVE DISP-DISPOSICAO TO CASO-SITUACAO
              MOVE DISP-ANALISTA   TO CASO-ANALISTA
              IF DISP-DATA = ZEROS
                 MOVE WRK-DATA-REF TO CASO-DATA-DISPOSICAO
              ELSE
                 MOVE DISP-DATA    TO CASO-DATA-DISPOSICAO
              END-IF
              IF CASO-CONFIRMADO
                 PERFORM 021-COMUNICAR-CASO
                 ADD 1 TO WRK-CONT-CASOS-CONFIRMADOS
              END-IF
              IF CASO-DESCARTADO
                 ADD 1 TO WRK-CONT-CASOS-DESCARTADOS
              END-IF
              MOVE WRK-CASO-REGISTRO TO TAB-CASO-DADOS(IDX-CASO)
           END-IF.
           PERFORM 044-LER-AMLDISP.

       021-COMUNICAR-CASO.
           MOVE CASO-PESSOA TO WRK-CHAVE-BUSCA.
           PERFORM 037-BUSCAR-NOME-PESSOA.
           MOVE SPACES               TO WRK-COMUN-REGISTRO.
           SET COMUN-REG-DETALHE     TO TRUE.
           MOVE WRK-DATA-REF         TO COMUN-DET-DATA-COMUN.
           MOVE CASO-NUMERO          TO COMUN-DET-NUM-CASO.
           MOVE CASO-PESSOA          TO COMUN-DET-PESSOA.
           MOVE WRK-NOME-PESSOA      TO COMUN-DET-NOME.
           MOVE CASO-REGRA           TO COMUN-DET-ENQUADRAMENTO.
           MOVE CASO-DATA-INICIO     TO COMUN-DET-DATA-INICIO.
           MOVE CASO-DATA-ABERTURA   TO COMUN-DET-DATA-FIM.
           MOVE CASO-QTD-MOV         TO COMUN-DET-QTD-MOV.
           MOVE CASO-VALOR           TO COMUN-DET-VALOR.
           MOVE CASO-ANALISTA        TO COMUN-DET-ANALISTA.
           PERFORM 049-GRAVAR-AMLCOMUN.
           ADD 1          TO WRK-CONT-COMUNICACOES.
           ADD CASO-VALOR TO WRK-TOT-VALOR-COMUNICADO.

      *MOVIMENTO EM ESPECIE DO DIA NO CAIXA OU NO ATM. OS DEMAIS
      *CANAIS DO DIARIO (TRANSFERENCIA, DEBITO AUTOMATICO) NAO SAO
      *DINHEIRO E FICAM DE FORA.
       022-INCLUIR-MOVJRN.
           IF MOVJRN-EM-ESPECIE AND MOVJRN-CAIXA-OU-ATM
              MOVE SPACES            TO WRK-AML-REGISTRO
              MOVE MOVJRN-CHAVE      TO AML-PESSOA
              MOVE MOVJRN-DATA       TO AML-DATA
              SET AML-ORIGEM-BANCO   TO TRUE
              MOVE MOVJRN-TIPO       TO AML-TIPO
              IF MOVJRN-VALOR < ZEROS
                 COMPUTE AML-VALOR = ZEROS - MOVJRN-VALOR
              ELSE
                 MOVE MOVJRN-VALOR   TO AML-VALOR
              END-IF
              MOVE MOVJRN-AGENCIA-TERM TO AML-REF-LOCAL
              MOVE MOVJRN-NSU        TO AML-REF-DOCUMENTO
              PERFORM 034-INCLUIR-MOVIMENTO
              ADD 1 TO WRK-CONT-MOV-BANCO
           END-IF.
           PERFORM 045-LER-MOVJRN.

      *VENDA EM DINHEIRO DO DIA, ATRIBUIDA A CONTA LIGADA AO
      *CLIENTE NO MAPCLI OU, SEM LIGACAO, AO PROPRIO CLIENTE.
       023-INCLUIR-DINVENDA.
           MOVE SPACES                TO WRK-AML-REGISTRO.
           MOVE DINVENDA-COD-CLIENTE  TO WRK-PESSOA-LOJA-COD.
           MOVE WRK-PESSOA-LOJA       TO AML-PESSOA.
           SET IDX-MAP TO 1.
           SEARCH TAB-MAP-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MAP-COD-CLIENTE(IDX-MAP) = DINVENDA-COD-CLIENTE
                   MOVE TAB-MAP-CHAVE(IDX-MAP) TO AML-PESSOA
           END-SEARCH.
           MOVE DINVENDA-DATA         TO AML-DATA.
           SET AML-ORIGEM-LOJA        TO TRUE.
           SET AML-VENDA              TO TRUE.
           MOVE DINVENDA-VALOR-LIQUIDO TO AML-VALOR.
           MOVE DINVENDA-COD-LOJA     TO AML-REF-LOCAL.
           MOVE DINVENDA-COD-COMPRA   TO AML-REF-DOCUMENTO.
           PERFORM 034-INCLUIR-MOVIMENTO.
           ADD 1 TO WRK-CONT-MOV-LOJA.
           PERFORM 046-LER-DINVENDA.

      *SOMA O MOVIMENTO DA JANELA NOS ACUMULADOS DA PESSOA: TOTAL
      *DA JANELA, MOVIMENTOS DO DIA ACIMA DO LIMITE E MOVIMENTOS
      *NA FAIXA LOGO ABAIXO DO LIMITE DENTRO DOS DIAS DO
      *FRACIONAMENTO.
       025-ACUMULAR-PESSOA.
           MOVE TAB-MOV-DADOS(IDX-MOV) TO WRK-AML-REGISTRO.
           SET IDX-PES TO 1.
           SEARCH TAB-PES-REGISTRO
               AT END
                   PERFORM 026-INCLUIR-PESSOA
               WHEN TAB-PES-CHAVE(IDX-PES) = AML-PESSOA
                   CONTINUE
           END-SEARCH.

           IF AML-DATA < TAB-PES-DATA-INICIO(IDX-PES)
              MOVE AML-DATA TO TAB-PES-DATA-INICIO(IDX-PES)
           END-IF.
           ADD 1         TO TAB-PES-QTD-JANELA(IDX-PES).
           ADD AML-VALOR TO TAB-PES-VALOR-JANELA(IDX-PES).

           COMPUTE WRK-IDADE-DIAS =
               WRK-REF-INTEIRO - TAB-MOV-DIA-INTEIRO(IDX-MOV).
           IF WRK-IDADE-DIAS = ZEROS
              ADD 1 TO TAB-PES-QTD-DIA(IDX-PES)
           END-IF.
           IF WRK-IDADE-DIAS = ZEROS
              AND AML-VALOR NOT < PARMAML-VALOR-LIMITE
              ADD 1         TO TAB-PES-QTD-LIMITE(IDX-PES)
              ADD AML-VALOR TO TAB-PES-VALOR-LIMITE(IDX-PES)
           END-IF.
           IF WRK-IDADE-DIAS < PARMAML-DIAS-FRAC
              AND AML-VALOR NOT < WRK-VALOR-FAIXA
              AND AML-VALOR < PARMAML-VALOR-LIMITE
              ADD 1         TO TAB-PES-QTD-FRAC(IDX-PES)
              ADD AML-VALOR TO TAB-PES-VALOR-FRAC(IDX-PES)
           END-IF.

       026-INCLUIR-PESSOA.
           IF WRK-TAB-PES-QTDE NOT < 5000
              DISPLAY "TABELA DE PESSOAS DA JANELA EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-PES-QTDE.
           ADD 1 TO WRK-CONT-PESSOAS.
           SET IDX-PES TO WRK-TAB-PES-QTDE.
           MOVE AML-PESSOA TO TAB-PES-CHAVE(IDX-PES).
           MOVE AML-DATA   TO TAB-PES-DATA-INICIO(IDX-PES).
           MOVE ZEROS      TO TAB-PES-QTD-DIA(IDX-PES).
           MOVE ZEROS      TO TAB-PES-QTD-JANELA(IDX-PES).
           MOVE ZEROS      TO TAB-PES-VALOR-JANELA(IDX-PES).
           MOVE ZEROS      TO TAB-PES-QTD-LIMITE(IDX-PES).
           MOVE ZEROS      TO TAB-PES-VALOR-LIMITE(IDX-PES).
           MOVE ZEROS      TO TAB-PES-QTD-FRAC(IDX-PES).
           MOVE ZEROS      TO TAB-PES-VALOR-FRAC(IDX-PES).

      *APLICA AS TRES REGRAS A PESSOA. SO ALERTA QUEM MOVIMENTOU NO
      *DIA, PARA QUE O CASO DESCARTADO NAO SEJA REABERTO TODO DIA
      *PELOS MESMOS MOVIMENTOS DA JANELA. A RENDA SO E CONHECIDA
      *QUANDO A PESSOA E UMA CONTA DO CADCLIN COM RENDA INFORMADA.
       027-AVALIAR-PESSOA.
           IF TAB-PES-QTD-DIA(IDX-PES) > ZEROS
              PERFORM 027A-APLICAR-REGRAS
           END-IF.

       027A-APLICAR-REGRAS.
           IF TAB-PES-QTD-LIMITE(IDX-PES) > ZEROS
              MOVE "V" TO WRK-REGRA-ALERTA
              MOVE TAB-PES-VALOR-LIMITE(IDX-PES) TO WRK-ALERTA-VALOR
              MOVE TAB-PES-QTD-LIMITE(IDX-PES)   TO WRK-ALERTA-QTD
              PERFORM 028-ABRIR-CASO
           END-IF.

           IF TAB-PES-QTD-FRAC(IDX-PES) NOT < PARMAML-QTD-FRAC
              MOVE "F" TO WRK-REGRA-ALERTA
              MOVE TAB-PES-VALOR-FRAC(IDX-PES) TO WRK-ALERTA-VALOR
              MOVE TAB-PES-QTD-FRAC(IDX-PES)   TO WRK-ALERTA-QTD
              PERFORM 028-ABRIR-CASO
           END-IF.

           MOVE ZEROS TO WRK-VALOR-RENDA.
           SET IDX-CAD TO 1.
           SEARCH TAB-CAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CAD-CHAVE(IDX-CAD) = TAB-PES-CHAVE(IDX-PES)
                   IF TAB-CAD-RENDA(IDX-CAD) > ZEROS
                      COMPUTE WRK-VALOR-RENDA =
                          TAB-CAD-RENDA(IDX-CAD) * PARMAML-MULT-RENDA
                   END-IF
           END-SEARCH.
           IF WRK-VALOR-RENDA > ZEROS
              AND TAB-PES-VALOR-JANELA(IDX-PES) > WRK-VALOR-RENDA
              MOVE "R" TO WRK-REGRA-ALERTA
              MOVE TAB-PES-VALOR-JANELA(IDX-PES) TO WRK-ALERTA-VALOR
              MOVE TAB-PES-QTD-JANELA(IDX-PES)   TO WRK-ALERTA-QTD
              PERFORM 028-ABRIR-CASO
           END-IF.

      *ABRE O CASO DO ALERTA, SALVO SE A PESSOA JA TEM CASO
      *PENDENTE NA MESMA REGRA - O ANALISTA JA ESTA OLHANDO.
       028-ABRIR-CASO.
           SET CASO-NAO-ENCONTRADO TO TRUE.
           PERFORM 029-VERIFICAR-CASO-PENDENTE
           VARYING IDX-CASO FROM 1 BY 1
           UNTIL IDX-CASO > WRK-TAB-CASO-QTDE
              OR CASO-ENCONTRADO.
           IF CASO-NAO-ENCONTRADO
              ADD 1 TO WRK-ULTIMO-CASO
              MOVE SPACES                    TO WRK-CASO-REGISTRO
              MOVE WRK-ULTIMO-CASO           TO CASO-NUMERO
              MOVE TAB-PES-CHAVE(IDX-PES)    TO CASO-PESSOA
              MOVE WRK-REGRA-ALERTA          TO CASO-REGRA
              MOVE WRK-DATA-REF              TO CASO-DATA-ABERTURA
              MOVE TAB-PES-DATA-INICIO(IDX-PES) TO CASO-DATA-INICIO
              MOVE WRK-ALERTA-VALOR          TO CASO-VALOR
              MOVE WRK-ALERTA-QTD            TO CASO-QTD-MOV
              SET CASO-ABERTO                TO TRUE
              MOVE ZEROS                     TO CASO-DATA-DISPOSICAO
              PERFORM 038-INCLUIR-CASO
              ADD 1 TO WRK-CONT-CASOS-ABERTOS
           END-IF.

       029-VERIFICAR-CASO-PENDENTE.
           MOVE TAB-CASO-DADOS(IDX-CASO) TO WRK-CASO-REGISTRO.
           IF CASO-PESSOA = TAB-PES-CHAVE(IDX-PES)
              AND CASO-REGRA = WRK-REGRA-ALERTA
              AND CASO-PENDENTE
              SET CASO-ENCONTRADO TO TRUE
           END-IF.

      *NOME DA PESSOA PARA A COMUNICACAO: O TITULAR DA CONTA OU,
      *PARA O CLIENTE DE VENDAS SEM CONTA, O NOME NO CLIENTE.
       037-BUSCAR-NOME-PESSOA.
           MOVE SPACES TO WRK-NOME-PESSOA.
           MOVE WRK-CHAVE-BUSCA TO WRK-PESSOA-LOJA.
           IF WRK-PESSOA-LOJA-PREFIXO = "CLIENTE-LOJA"
              MOVE WRK-PESSOA-LOJA-COD TO FD-CLIENTE-COD-CLINTE
              READ CLIENTE INTO WRK-CLIENTE-REGISTRO
                  INVALID KEY
                      MOVE SPACES TO CLIENTE-NOME
              END-READ
              MOVE CLIENTE-NOME TO WRK-NOME-PESSOA
           ELSE
              SET IDX-CAD TO 1
              SEARCH TAB-CAD-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CAD-CHAVE(IDX-CAD) = WRK-CHAVE-BUSCA
                      MOVE TAB-CAD-NOME(IDX-CAD) TO WRK-NOME-PESSOA
              END-SEARCH
           END-IF.

       038-INCLUIR-CASO.
           IF WRK-TAB-CASO-QTDE NOT < 5000
              DISPLAY "TABELA DE CASOS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CASO-QTDE.
           MOVE WRK-CASO-REGISTRO TO TAB-CASO-DADOS(WRK-TAB-CASO-QTDE).

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-MAPCLI.
           READ MAPCLI INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-AMLCASANT.
           READ AMLCASANT INTO WRK-CASO-REGISTRO.
           IF WRK-FS-AMLCASANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA AMLCASANT - FS: "
                      WRK-FS-AMLCASANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-AMLDISP.
           IF WRK-FS-AMLDISP NOT = "10"
              READ AMLDISP INTO WRK-DISP-REGISTRO
              IF WRK-FS-AMLDISP NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA AMLDISP - FS: "
                         WRK-FS-AMLDISP
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       045-LER-MOVJRN.
           IF WRK-FS-MOVJRN NOT = "10"
              READ MOVJRN INTO WRK-MOVJRN-REGISTRO
              IF WRK-FS-MOVJRN NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA MOVJRN - FS: " WRK-FS-MOVJRN
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       046-LER-DINVENDA.
           IF WRK-FS-DINVENDA NOT = "10"
              READ DINVENDA INTO WRK-DINVENDA-REGISTRO
              IF WRK-FS-DINVENDA NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA DINVENDA - FS: "
                         WRK-FS-DINVENDA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       047-LER-AMLANT.
           READ AMLANT INTO WRK-AML-REGISTRO.
           IF WRK-FS-AMLANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA AMLANT - FS: " WRK-FS-AMLANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-GRAVAR-AMLERR.
           MOVE WRK-DISP-REGISTRO TO AMLERR-DISPOSICAO.
           WRITE FD-AMLERR-REGISTRO FROM WRK-AMLERR-REGISTRO.
           IF WRK-FS-AMLERR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AMLERR - FS: " WRK-FS-AMLERR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-DISP-RECUSADAS.

       049-GRAVAR-AMLCOMUN.
           WRITE FD-AMLCOMUN-REGISTRO FROM WRK-COMUN-REGISTRO.
           IF WRK-FS-AMLCOMUN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AMLCOMUN - FS: "
                      WRK-FS-AMLCOMUN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 051-GRAVAR-MOVIMENTO
           VARYING IDX-MOV FROM 1 BY 1
           UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.
           PERFORM 052-GRAVAR-CASO
           VARYING IDX-CASO FROM 1 BY 1
           UNTIL IDX-CASO > WRK-TAB-CASO-QTDE.
           PERFORM 053-GRAVAR-TRAILER.
           PERFORM 054-MOSTRAR-CONTADORES.
           PERFORM 055-FECHAR-ARQUIVOS.

           IF WRK-CONT-DISP-RECUSADAS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-GRAVAR-MOVIMENTO.
           WRITE FD-AMLHOJE-REGISTRO FROM TAB-MOV-DADOS(IDX-MOV).
           IF WRK-FS-AMLHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AMLHOJE - FS: " WRK-FS-AMLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       052-GRAVAR-CASO.
           MOVE TAB-CASO-DADOS(IDX-CASO) TO WRK-CASO-REGISTRO.
           IF CASO-PENDENTE
              ADD 1 TO WRK-CONT-CASOS-PENDENTES
           END-IF.
           WRITE FD-AMLCASHOJE-REGISTRO FROM WRK-CASO-REGISTRO.
           IF WRK-FS-AMLCASHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AMLCASHOJE - FS: "
                      WRK-FS-AMLCASHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       053-GRAVAR-TRAILER.
           MOVE SPACES                   TO WRK-COMUN-REGISTRO.
           SET COMUN-REG-TRAILER         TO TRUE.
           MOVE WRK-DATA-REF             TO COMUN-TRL-DATA-COMUN.
           MOVE WRK-CONT-COMUNICACOES    TO COMUN-TRL-QTD-DETALHES.
           MOVE WRK-TOT-VALOR-COMUNICADO TO COMUN-TRL-TOTAL-VALOR.
           PERFORM 049-GRAVAR-AMLCOMUN.

       054-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Movimentos da Janela Ant....: "
                   WRK-CONT-MOV-ANTERIORES.
           DISPLAY "Quantidade de Movimentos Expirados........: "
                   WRK-CONT-MOV-EXPIRADOS.
           DISPLAY "Quantidade de Movimentos Caixa/ATM do Dia.: "
                   WRK-CONT-MOV-BANCO.
           DISPLAY "Quantidade de Vendas em Dinheiro do Dia...: "
                   WRK-CONT-MOV-LOJA.
           DISPLAY "Quantidade de Pessoas na Janela...........: "
                   WRK-CONT-PESSOAS.
           DISPLAY "Quantidade de Casos Abertos no Run........: "
                   WRK-CONT-CASOS-ABERTOS.
           DISPLAY "Quantidade de Disposicoes Lidas...........: "
                   WRK-CONT-DISP-LIDAS.
           DISPLAY "Quantidade de Disposicoes Recusadas.......: "
                   WRK-CONT-DISP-RECUSADAS.
           DISPLAY "Quantidade de Casos Confirmados...........: "
                   WRK-CONT-CASOS-CONFIRMADOS.
           DISPLAY "Quantidade de Casos Descartados...........: "
                   WRK-CONT-CASOS-DESCARTADOS.
           DISPLAY "Quantidade de Casos Pendentes.............: "
                   WRK-CONT-CASOS-PENDENTES.
           DISPLAY "Quantidade de Comunicacoes Geradas........: "
                   WRK-CONT-COMUNICACOES.

       055-FECHAR-ARQUIVOS.
           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CLIENTE.

           IF WRK-SW-MOVJRN = "S"
              CLOSE MOVJRN
           END-IF.
           IF WRK-SW-DINVENDA = "S"
              CLOSE DINVENDA
           END-IF.
           IF WRK-SW-AMLDISP = "S"
              CLOSE AMLDISP
           END-IF.

           CLOSE AMLHOJE.
           IF WRK-FS-AMLHOJE NOT = "00"
              DISPLAY "ERRO CLOSE AMLHOJE - FS: " WRK-FS-AMLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE AMLCASHOJE.
           IF WRK-FS-AMLCASHOJE NOT = "00"
              DISPLAY "ERRO CLOSE AMLCASHOJE - FS: "
                      WRK-FS-AMLCASHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE AMLCOMUN.
           IF WRK-FS-AMLCOMUN NOT = "00"
              DISPLAY "ERRO CLOSE AMLCOMUN - FS: " WRK-FS-AMLCOMUN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE AMLERR.
           IF WRK-FS-AMLERR NOT = "00"
              DISPLAY "ERRO CLOSE AMLERR - FS: " WRK-FS-AMLERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX17".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

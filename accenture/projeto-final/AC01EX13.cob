       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX13.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX13
      *DEBITO AUTOMATICO DOS TITULOS DE BOLETO DA CARTEIRA DE
      *RECEBIVEIS NA CONTA BANCARIA DO CLIENTE. RODA ANTES DO
      *AC00EX15, LENDO A CARTEIRA DO CICLO ANTERIOR (CONTARANT).
      *O CLIENTE DE VENDAS ADERE PELO CADASTRO DE ADESOES DEBAUT
      *(CLIENTE, CONTA DO CADCLIN, SITUACAO); A CONTA PRECISA
      *ESTAR LIGADA AO CLIENTE NO MAPA DE CHAVES MAPCLI.
      *O VENCIMENTO DO TITULO E A DATA DA COMPRA MAIS O PRAZO DO
      *PARMDEB (PADRAO 30 DIAS, O MESMO CORTE DA REGUA DO
      *AC00EX48), LEVADO AO PRIMEIRO DIA UTIL PELO DATAUTIL. NO
      *VENCIMENTO O SALDO EM ABERTO E DEBITADO NA CONTA COM AS
      *REGRAS DE MOVIMENTACAO DO AC01EX11 (CONDCTA, NEGHOJE,
      *SALDO MAIS LIMITE) E SAI COMO PAGAMENTO NO PAGDEB, NO
      *LAYOUT DO PAGTOS, CONCATENADO AOS PAGAMENTOS DO DIA DO
      *AC00EX15 - O TITULO E QUITADO COMO SE O BOLETO FOSSE PAGO.
      *DEBITO RECUSADO (SEM SALDO, CONTA BLOQUEADA, ENCERRADA OU
      *NAO LIGADA AO CLIENTE) NAO E TENTADO DE NOVO: O TITULO
      *VOLTA A COBRANCA NORMAL POR BOLETO E O CLIENTE RECEBE O
      *AVISO NO DEBAVISO.
      *O CONTROLE DEBCTLANT/DEBCTLHOJE GUARDA A SITUACAO DE CADA
      *TITULO EM DEBITO AUTOMATICO (P AGUARDANDO O VENCIMENTO,
      *D DEBITADO, R RECUSADO). O AC00EX48 LE O DEBCTLHOJE E
      *DEIXA FORA DA REGUA DE COBRANCA OS TITULOS P E D.
      *OS DEBITOS SAEM NO DEBJRN, NO LAYOUT DO DIARIO MOVJRN
      *(IMPRESSO NO EXTRATO DO AC00EX80), E O CADASTRO
      *MOVIMENTADO EM CADCLIND.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DO PROCESSAMENTO E PRAZO DE VENCIMENTO (OPCIONAL)
       SELECT PARMDEB  ASSIGN    TO PARMDEB
                      FILE STATUS    IS WRK-FS-PARMDEB.

      *REGISTRO DE RECEBIVEIS DO CICLO ANTERIOR (AC00EX15)
       SELECT CONTARANT ASSIGN   TO CONTARANT
                      FILE STATUS    IS WRK-FS-CONTARANT.

      *ADESOES AO DEBITO AUTOMATICO
       SELECT DEBAUT   ASSIGN    TO DEBAUT
                      FILE STATUS    IS WRK-FS-DEBAUT.

      *MAPA DE CHAVES VENDAS X BANCO
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

      *CONTROLE DOS TITULOS EM DEBITO AUTOMATICO DO CICLO ANTERIOR
       SELECT DEBCTLANT ASSIGN   TO DEBCTLANT
                      FILE STATUS    IS WRK-FS-DEBCTLANT.

       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CONDICOES DA CONTA - SITUACAO, LIMITE E REGIME (OPCIONAL)
       SELECT CONDCTA  ASSIGN    TO CONDCTA
                      FILE STATUS    IS WRK-FS-CONDCTA.

      *REGISTRO DE DIAS NEGATIVOS DO AC00EX34 (OPCIONAL)
       SELECT NEGHOJE  ASSIGN    TO NEGHOJE
                      FILE STATUS    IS WRK-FS-NEGHOJE.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *CADASTRO COM OS DEBITOS DO DIA LANCADOS
       SELECT CADCLIND ASSIGN    TO CADCLIND
                      FILE STATUS    IS WRK-FS-CADCLIND.

      *PAGAMENTOS POR DEBITO - LAYOUT DO PAGTOS DO AC00EX15
       SELECT PAGDEB   ASSIGN    TO PAGDEB
                      FILE STATUS    IS WRK-FS-PAGDEB.

      *DIARIO DOS DEBITOS LANCADOS - LAYOUT DO MOVJRN
       SELECT DEBJRN   ASSIGN    TO DEBJRN
                      FILE STATUS    IS WRK-FS-DEBJRN.

      *CONTROLE DOS TITULOS EM DEBITO AUTOMATICO ATUALIZADO
       SELECT DEBCTLHOJE ASSIGN  TO DEBCTLHOJE
                      FILE STATUS    IS WRK-FS-DEBCTLHOJE.

      *AVISO AO CLIENTE DE DEBITO RECUSADO
       SELECT DEBAVISO ASSIGN    TO DEBAVISO
                      FILE STATUS    IS WRK-FS-DEBAVISO.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMDEB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDEB-REGISTRO     PIC X(011).

       FD  CONTARANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONTARANT-REGISTRO   PIC X(039).

       FD  DEBAUT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBAUT-REGISTRO      PIC X(027).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

       FD  DEBCTLANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBCTLANT-REGISTRO   PIC X(040).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  CONDCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONDCTA-REGISTRO     PIC X(028).

       FD  NEGHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NEGHOJE-REGISTRO     PIC X(021).

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  CADCLIND
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIND-REGISTRO    PIC X(090).

       FD  PAGDEB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PAGDEB-REGISTRO      PIC X(024).

       FD  DEBJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBJRN-REGISTRO      PIC X(078).

       FD  DEBCTLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBCTLHOJE-REGISTRO  PIC X(040).

       FD  DEBAVISO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBAVISO-REGISTRO    PIC X(070).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMDEB        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONTARANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBAUT         PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBCTLANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONDCTA        PIC X(002) VALUE SPACES.
           05 WRK-FS-NEGHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIND       PIC X(002) VALUE SPACES.
           05 WRK-FS-PAGDEB         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBCTLHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBAVISO       PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMDEB - CAMPO ZERADO ASSUME O PADRAO
       01  WRK-PARMDEB-REGISTRO.
           05 PARMDEB-DATA-PROC     PIC 9(008).
           05 PARMDEB-PRAZO-DIAS    PIC 9(003).

      *LAYOUT DO REGISTRO DE RECEBIVEIS - MESMO GRAVADO PELO AC00EX15
       01  WRK-CONTAR-REGISTRO.
           05 CONTAR-COD-COMPRA     PIC  9(005).
           05 CONTAR-COD-CLIENTE    PIC  9(003).
           05 CONTAR-DATA-COMPRA    PIC  9(008).
           05 CONTAR-VALOR-ORIGINAL PIC  9(009)V99.
           05 CONTAR-VALOR-PAGO     PIC  9(009)V99.
           05 CONTAR-STATUS         PIC  X(001).
               88 CONTAR-ABERTO        VALUE "A".
               88 CONTAR-QUITADO       VALUE "Q".

      *LAYOUT DE DEBAUT - ADESAO DO CLIENTE AO DEBITO AUTOMATICO
       01  WRK-DEBAUT-REGISTRO.
           05 DEBAUT-COD-CLIENTE    PIC 9(003).
           05 DEBAUT-CHAVE          PIC X(015).
           05 DEBAUT-DATA-ADESAO    PIC 9(008).
           05 DEBAUT-SITUACAO       PIC X(001).
               88 DEBAUT-ATIVA         VALUE "A".
               88 DEBAUT-CANCELADA     VALUE "C".

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

      *LAYOUT DE DEBCTLANT/DEBCTLHOJE - TITULO EM DEBITO AUTOMATICO
       01  WRK-DEBCTL-REGISTRO.
           05 DEBCTL-COD-COMPRA     PIC 9(005).
           05 DEBCTL-COD-CLIENTE    PIC 9(003).
           05 DEBCTL-CHAVE          PIC X(015).
           05 DEBCTL-DATA-VENCTO    PIC 9(008).
           05 DEBCTL-SITUACAO       PIC X(001).
               88 DEBCTL-PENDENTE      VALUE "P".
               88 DEBCTL-DEBITADO      VALUE "D".
               88 DEBCTL-RECUSADO      VALUE "R".
           05 DEBCTL-DATA-SITUACAO  PIC 9(008).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE CONDCTA - MESMO LIDO PELO AC01EX11
       01  WRK-CONDCTA-REGISTRO.
           05 CONDCTA-CHAVE         PIC X(015).
           05 CONDCTA-SITUACAO      PIC X(001).
           05 CONDCTA-LIMITE        PIC 9(009)V99.
           05 CONDCTA-MOVIMENTACAO  PIC X(001).

      *LAYOUT DE NEGHOJE - MESMO GRAVADO PELO AC00EX34
       01  WRK-NEG-REGISTRO.
           05 NEG-CHAVE             PIC X(015).
           05 NEG-DIAS-NEGATIVO     PIC 9(005).
           05 NEG-IND-COBRANCA      PIC X(001).
               88 NEG-EM-COBRANCA      VALUE "S".

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE PAGDEB - MESMO DO PAGTOS LIDO PELO AC00EX15
       01  WRK-PAGTOS-REGISTRO.
           05 PAGTOS-COD-COMPRA     PIC  9(005).
           05 PAGTOS-DATA-PAGTO     PIC  9(008).
           05 PAGTOS-VALOR          PIC  9(009)V99.

      *LAYOUT DE DEBJRN - MESMO DO MOVJRN DO AC01EX11. TIPO A
      *DEBITO AUTOMATICO, CANAL D; O NSU E O CODIGO DA COMPRA
       01  WRK-MOVJRN-REGISTRO.
           05 MOVJRN-CHAVE          PIC  X(015).
           05 MOVJRN-DATA           PIC  9(008).
           05 MOVJRN-HORA           PIC  9(006).
           05 MOVJRN-TIPO           PIC  X(001).
           05 MOVJRN-CANAL          PIC  X(001).
           05 MOVJRN-AGENCIA-TERM   PIC  9(005).
           05 MOVJRN-TERMINAL       PIC  9(004).
           05 MOVJRN-NSU            PIC  9(006).
           05 MOVJRN-NUM-CHEQUE     PIC  9(006).
           05 MOVJRN-VALOR          PIC S9(011)V99.
           05 MOVJRN-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE DEBAVISO - AVISO DE DEBITO RECUSADO
       01  WRK-DEBAVISO-REGISTRO.
           05 DEBAVISO-COD-CLIENTE  PIC 9(003).
           05 DEBAVISO-NOME-CLIENTE PIC X(020).
           05 DEBAVISO-COD-COMPRA   PIC 9(005).
           05 DEBAVISO-CHAVE        PIC X(015).
           05 DEBAVISO-DATA-VENCTO  PIC 9(008).
           05 DEBAVISO-VALOR        PIC 9(009)V99.
           05 DEBAVISO-DATA         PIC 9(008).
      *    1 SALDO INSUFICIENTE, 2 CONTA NAO LIGADA AO CLIENTE,
      *    3 CONTA INEXISTENTE, 4 CONTA BLOQUEADA OU ENCERRADA
           05 DEBAVISO-MOTIVO       PIC X(001).
               88 DEBAVISO-MOT-SALDO          VALUE "1".
               88 DEBAVISO-MOT-NAO-LIGADA     VALUE "2".
               88 DEBAVISO-MOT-INEXISTENTE    VALUE "3".
               88 DEBAVISO-MOT-BLOQUEADA      VALUE "4".

      *CONTAS DO CADCLIN, NA ORDEM DO ARQUIVO, COM O SALDO
      *CORRENTE E AS CONDICOES DE MOVIMENTACAO
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CAD-QTDE
               INDEXED BY IDX-CAD.
           05 TAB-CAD-CHAVE         PIC X(015).
           05 TAB-CAD-SALDO         PIC S9(011)V99.
           05 TAB-CAD-LIMITE        PIC 9(009)V99.
           05 TAB-CAD-SITUACAO      PIC X(001).

      *ADESOES ATIVAS EM MEMORIA
       01  WRK-TAB-ADE-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ADE-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-ADE-QTDE
               INDEXED BY IDX-ADE.
           05 TAB-ADE-COD-CLIENTE   PIC 9(003).
           05 TAB-ADE-CHAVE         PIC X(015).

      *MAPA CARREGADO EM MEMORIA (CLIENTE -> CONTA)
       01  WRK-TAB-MAPA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-MAPA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MAPA-QTDE
               INDEXED BY IDX-MAPA.
           05 TAB-MAPA-COD-CLIENTE  PIC 9(003).
           05 TAB-MAPA-CHAVE        PIC X(015).

      *CONTROLE DO CICLO ANTERIOR EM MEMORIA
       01  WRK-TAB-CTL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CTL-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CTL-QTDE
               INDEXED BY IDX-CTL.
           05 TAB-CTL-COD-COMPRA    PIC 9(005).
           05 TAB-CTL-CHAVE         PIC X(015).
           05 TAB-CTL-DATA-VENCTO   PIC 9(008).
           05 TAB-CTL-SITUACAO      PIC X(001).
           05 TAB-CTL-DATA-SITUACAO PIC 9(008).

      *PARAMETROS DA CHAMADA AO UTILITARIO DE DATAS
       01  WRK-DU-OPERACAO          PIC 9(001) VALUE ZEROS.
       01  WRK-DU-DIA               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-MES               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-ANO               PIC 9(004) VALUE ZEROS.
       01  WRK-DU-QTD-DIAS          PIC S9(005) VALUE ZEROS.
       01  WRK-DU-DIA-SEMANA        PIC 9(001) VALUE ZEROS.
       01  WRK-DU-NOME-DIA          PIC X(013) VALUE SPACES.
       01  WRK-DU-AVALIDA           PIC X(001) VALUE SPACES.
       01  WRK-DU-DATA2             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-PROC            PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.
       01  WRK-PRAZO-DIAS           PIC 9(003) VALUE ZEROS.

      *DATA DE TRABALHO DO CALCULO DO VENCIMENTO
       01  WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(008).

       01  WRK-SALDO-ABERTO         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL     PIC S9(011)V99 VALUE ZEROS.
       01  WRK-CHAVE-BUSCA          PIC X(015) VALUE SPACES.
       01  WRK-CHAVE-ADESAO         PIC X(015) VALUE SPACES.

       77  WRK-SUB                  PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-CAD            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-CTL            PIC 9(004) VALUE ZEROS.

       77  WRK-SW-LIGADA            PIC 9(001) VALUE ZEROS.
           88 CONTA-LIGADA             VALUE 1.
           88 CONTA-NAO-LIGADA         VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CONTARANT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TITULOS-ADERIDOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TITULOS-A-VENCER   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEBITOS-EFETUADOS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEBITOS-RECUSADOS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DEBCTL    PIC 9(05) VALUE ZEROS.
           03 WRK-VALOR-DEBITADO          PIC 9(011)V99 VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX13-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-TITULO
             UNTIL WRK-FS-CONTARANT = "10".
           PERFORM 035-REGRAVAR-CADASTRO.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX13 INICIADO - DEBITO AUTOMATICO".
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMDEB.
           PERFORM 014-CARREGAR-TABELA-CADCLIN.
           PERFORM 015-CARREGAR-CONDCTA.
           PERFORM 016-CARREGAR-NEGHOJE.
           PERFORM 017-CARREGAR-ADESOES.
           PERFORM 018-CARREGAR-TABELA-MAPA.
           PERFORM 019-CARREGAR-CONTROLE.
           PERFORM 041-LER-CONTARANT.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CONTARANT.
           IF WRK-FS-CONTARANT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CONTARANT - FS: "
                      WRK-FS-CONTARANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CONTARANT = "35"
              DISPLAY "ARQUIVO CONTARANT NAO ENCONTRADO"
              MOVE "10" TO WRK-FS-CONTARANT
           END-IF.

           OPEN INPUT    DEBAUT.
           IF WRK-FS-DEBAUT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA DEBAUT - FS: " WRK-FS-DEBAUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    MAPCLI.
           IF WRK-FS-MAPCLI NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    DEBCTLANT.
           IF WRK-FS-DEBCTLANT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA DEBCTLANT - FS: "
                      WRK-FS-DEBCTLANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CONDCTA.
           IF WRK-FS-CONDCTA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    NEGHOJE.
           IF WRK-FS-NEGHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA NEGHOJE - FS: " WRK-FS-NEGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CADCLIND.
           IF WRK-FS-CADCLIND NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIND - FS: "
                      WRK-FS-CADCLIND
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PAGDEB.
           IF WRK-FS-PAGDEB NOT = ZEROS
              DISPLAY "ERRO ABERTURA PAGDEB - FS: " WRK-FS-PAGDEB
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEBJRN.
           IF WRK-FS-DEBJRN NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBJRN - FS: " WRK-FS-DEBJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEBCTLHOJE.
           IF WRK-FS-DEBCTLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBCTLHOJE - FS: "
                      WRK-FS-DEBCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEBAVISO.
           IF WRK-FS-DEBAVISO NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBAVISO - FS: "
                      WRK-FS-DEBAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, PROCESSA NA DATA DO SISTEMA COM O TITULO
      *VENCENDO 30 DIAS APOS A COMPRA.
       013-LER-PARMDEB.
           MOVE ZEROS TO WRK-PARMDEB-REGISTRO.
           OPEN INPUT   PARMDEB.
           IF WRK-FS-PARMDEB NOT = "35"
              IF WRK-FS-PARMDEB NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMDEB - FS: "
                         WRK-FS-PARMDEB
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMDEB INTO WRK-PARMDEB-REGISTRO
              IF WRK-FS-PARMDEB NOT = "00"
                 DISPLAY "ARQUIVO PARMDEB VAZIO - FS: "
                         WRK-FS-PARMDEB
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMDEB
           END-IF.

           IF PARMDEB-DATA-PROC = ZEROS
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           ELSE
              MOVE PARMDEB-DATA-PROC TO WRK-DATA-PROC
           END-IF.
           IF PARMDEB-PRAZO-DIAS = ZEROS
              MOVE 30 TO WRK-PRAZO-DIAS
           ELSE
              MOVE PARMDEB-PRAZO-DIAS TO WRK-PRAZO-DIAS
           END-IF.
           DISPLAY "DATA DO PROCESSAMENTO: " WRK-DATA-PROC.

      *CARREGA AS CONTAS NA ORDEM DO ARQUIVO: A REGRAVACAO DO
      *CADASTRO RELE O CADCLIN NA MESMA ORDEM E USA A POSICAO.
       014-CARREGAR-TABELA-CADCLIN.
           PERFORM 042-LER-CADCLIN.
           PERFORM 030-MOVER-DADOS-TAB-CAD
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.
           IF WRK-TAB-CAD-QTDE = ZEROS
              DISPLAY "ARQUIVO CADCLIN VAZIO"
           END-IF.

       030-MOVER-DADOS-TAB-CAD.
           IF WRK-TAB-CAD-QTDE = 999
              DISPLAY "TABELA DE CONTAS EXCEDIDA - CADCLIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CAD-QTDE.
           MOVE CADCLIN-CHAVE
             TO TAB-CAD-CHAVE(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-SALDO-ATUAL
             TO TAB-CAD-SALDO(WRK-TAB-CAD-QTDE).
           MOVE ZEROS TO TAB-CAD-LIMITE(WRK-TAB-CAD-QTDE).
           MOVE "A"   TO TAB-CAD-SITUACAO(WRK-TAB-CAD-QTDE).
           PERFORM 042-LER-CADCLIN.

       015-CARREGAR-CONDCTA.
           IF WRK-FS-CONDCTA NOT = "35"
              PERFORM 043-LER-CONDCTA
              PERFORM 031-APLICAR-CONDCTA
                UNTIL WRK-FS-CONDCTA = "10"
              CLOSE CONDCTA
           END-IF.

       031-APLICAR-CONDCTA.
           MOVE CONDCTA-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CAD > ZEROS
              MOVE CONDCTA-SITUACAO
                TO TAB-CAD-SITUACAO(WRK-ACHOU-CAD)
              MOVE CONDCTA-LIMITE
                TO TAB-CAD-LIMITE(WRK-ACHOU-CAD)
           END-IF.
           PERFORM 043-LER-CONDCTA.

      *CONTA ENVIADA A COBRANCA PELO AC00EX34 PERDE O LIMITE DO
      *CHEQUE ESPECIAL, COMO NO AC01EX11.
       016-CARREGAR-NEGHOJE.
           IF WRK-FS-NEGHOJE NOT = "35"
              PERFORM 044-LER-NEGHOJE
              PERFORM 032-APLICAR-NEGHOJE
                UNTIL WRK-FS-NEGHOJE = "10"
              CLOSE NEGHOJE
           END-IF.

       032-APLICAR-NEGHOJE.
           IF NEG-EM-COBRANCA
              MOVE NEG-CHAVE TO WRK-CHAVE-BUSCA
              PERFORM 081-LOCALIZAR-CONTA
              IF WRK-ACHOU-CAD > ZEROS
                 MOVE ZEROS TO TAB-CAD-LIMITE(WRK-ACHOU-CAD)
              END-IF
           END-IF.
           PERFORM 044-LER-NEGHOJE.

      *SO AS ADESOES ATIVAS SAO CARREGADAS. SEM O ARQUIVO, NENHUM
      *CLIENTE ESTA EM DEBITO AUTOMATICO.
       017-CARREGAR-ADESOES.
           IF WRK-FS-DEBAUT NOT = "35"
              PERFORM 045-LER-DEBAUT
              PERFORM 033-MOVER-DADOS-TAB-ADE
                UNTIL WRK-FS-DEBAUT = "10"
              CLOSE DEBAUT
           END-IF.

       033-MOVER-DADOS-TAB-ADE.
           IF DEBAUT-ATIVA
              IF WRK-TAB-ADE-QTDE = 999
                 DISPLAY "TABELA DE ADESOES EXCEDIDA - DEBAUT"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-ADE-QTDE
              MOVE DEBAUT-COD-CLIENTE
                TO TAB-ADE-COD-CLIENTE(WRK-TAB-ADE-QTDE)
              MOVE DEBAUT-CHAVE
                TO TAB-ADE-CHAVE(WRK-TAB-ADE-QTDE)
           END-IF.
           PERFORM 045-LER-DEBAUT.

      *SEM O MAPA, NENHUMA CONTA ESTA LIGADA A CLIENTE E TODO
      *DEBITO VENCIDO E RECUSADO.
       018-CARREGAR-TABELA-MAPA.
           IF WRK-FS-MAPCLI NOT = "35"
              PERFORM 046-LER-MAPCLI
              PERFORM 034-MOVER-DADOS-TAB-MAPA
                UNTIL WRK-FS-MAPCLI = "10"
              CLOSE MAPCLI
           END-IF.

       034-MOVER-DADOS-TAB-MAPA.
           IF WRK-TAB-MAPA-QTDE = 999
              DISPLAY "TABELA DO MAPA EXCEDIDA - MAPCLI"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-MAPA-QTDE.
           MOVE MAPCLI-COD-CLIENTE
             TO TAB-MAPA-COD-CLIENTE(WRK-TAB-MAPA-QTDE).
           MOVE MAPCLI-CHAVE
             TO TAB-MAPA-CHAVE(WRK-TAB-MAPA-QTDE).
           PERFORM 046-LER-MAPCLI.

      *SEM O CONTROLE ANTERIOR (PRIMEIRA EXECUCAO), NENHUM TITULO
      *FOI DEBITADO OU RECUSADO AINDA.
       019-CARREGAR-CONTROLE.
           IF WRK-FS-DEBCTLANT NOT = "35"
              PERFORM 047-LER-DEBCTLANT
              PERFORM 036-MOVER-DADOS-TAB-CTL
                UNTIL WRK-FS-DEBCTLANT = "10"
              CLOSE DEBCTLANT
           END-IF.

       036-MOVER-DADOS-TAB-CTL.
           IF WRK-TAB-CTL-QTDE = 999
              DISPLAY "TABELA DE CONTROLE EXCEDIDA - DEBCTLANT"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CTL-QTDE.
           MOVE DEBCTL-COD-COMPRA
             TO TAB-CTL-COD-COMPRA(WRK-TAB-CTL-QTDE).
           MOVE DEBCTL-CHAVE
             TO TAB-CTL-CHAVE(WRK-TAB-CTL-QTDE).
           MOVE DEBCTL-DATA-VENCTO
             TO TAB-CTL-DATA-VENCTO(WRK-TAB-CTL-QTDE).
           MOVE DEBCTL-SITUACAO
             TO TAB-CTL-SITUACAO(WRK-TAB-CTL-QTDE).
           MOVE DEBCTL-DATA-SITUACAO
             TO TAB-CTL-DATA-SITUACAO(WRK-TAB-CTL-QTDE).
           PERFORM 047-LER-DEBCTLANT.

      *UM TITULO DA CARTEIRA POR ITERACAO. TITULO JA DEBITADO OU
      *RECUSADO SEGUE NO CONTROLE COMO ESTAVA, ENQUANTO ABERTO;
      *OS DEMAIS SO ENTRAM SE O CLIENTE TEM ADESAO ATIVA.
       020-PROCESSAR-TITULO.
           IF CONTAR-ABERTO
              PERFORM 082-BUSCAR-CONTROLE
              IF WRK-ACHOU-CTL > ZEROS
                 AND TAB-CTL-SITUACAO(WRK-ACHOU-CTL) NOT = "P"
                 MOVE TAB-CTL-CHAVE(WRK-ACHOU-CTL) TO DEBCTL-CHAVE
                 MOVE TAB-CTL-DATA-VENCTO(WRK-ACHOU-CTL)
                   TO DEBCTL-DATA-VENCTO
                 MOVE TAB-CTL-SITUACAO(WRK-ACHOU-CTL)
                   TO DEBCTL-SITUACAO
                 MOVE TAB-CTL-DATA-SITUACAO(WRK-ACHOU-CTL)
                   TO DEBCTL-DATA-SITUACAO
                 PERFORM 048-GRAVAR-DEBCTLHOJE
              ELSE
                 PERFORM 083-BUSCAR-ADESAO
                 IF WRK-CHAVE-ADESAO NOT = SPACES
                    ADD 1 TO WRK-CONT-TITULOS-ADERIDOS
                    PERFORM 021-TRATAR-TITULO-ADERIDO
                 END-IF
              END-IF
           END-IF.
           PERFORM 041-LER-CONTARANT.

      *O VENCIMENTO E CALCULADO UMA VEZ E GUARDADO NO CONTROLE.
      *VENCIDO, O DEBITO E TENTADO; A VENCER, O TITULO FICA
      *PENDENTE E FORA DA REGUA DE COBRANCA.
       021-TRATAR-TITULO-ADERIDO.
           IF WRK-ACHOU-CTL > ZEROS
              MOVE TAB-CTL-DATA-VENCTO(WRK-ACHOU-CTL)
                TO WRK-DATA-CALC-NUM
           ELSE
              PERFORM 084-CALCULAR-VENCIMENTO
           END-IF.
           MOVE WRK-CHAVE-ADESAO  TO DEBCTL-CHAVE.
           MOVE WRK-DATA-CALC-NUM TO DEBCTL-DATA-VENCTO.
           MOVE WRK-DATA-PROC     TO DEBCTL-DATA-SITUACAO.
           IF WRK-DATA-CALC-NUM > WRK-DATA-PROC
              SET DEBCTL-PENDENTE TO TRUE
              IF WRK-ACHOU-CTL > ZEROS
                 MOVE TAB-CTL-DATA-SITUACAO(WRK-ACHOU-CTL)
                   TO DEBCTL-DATA-SITUACAO
              END-IF
              ADD 1 TO WRK-CONT-TITULOS-A-VENCER
           ELSE
              PERFORM 022-DEBITAR-TITULO
           END-IF.
           PERFORM 048-GRAVAR-DEBCTLHOJE.

      *DEBITA O SALDO EM ABERTO DO TITULO, POR INTEIRO, NA CONTA
      *DA ADESAO. RECUSADO, O TITULO VOLTA AO BOLETO COM AVISO.
       022-DEBITAR-TITULO.
           COMPUTE WRK-SALDO-ABERTO =
               CONTAR-VALOR-ORIGINAL - CONTAR-VALOR-PAGO.
           MOVE SPACE TO DEBAVISO-MOTIVO.
           PERFORM 085-VERIFICAR-LIGACAO.
           MOVE WRK-CHAVE-ADESAO TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           EVALUATE TRUE
               WHEN CONTA-NAO-LIGADA
                   SET DEBAVISO-MOT-NAO-LIGADA TO TRUE
               WHEN WRK-ACHOU-CAD = ZEROS
                   SET DEBAVISO-MOT-INEXISTENTE TO TRUE
               WHEN TAB-CAD-SITUACAO(WRK-ACHOU-CAD) = "B" OR "E"
                   SET DEBAVISO-MOT-BLOQUEADA TO TRUE
               WHEN OTHER
                   COMPUTE WRK-SALDO-DISPONIVEL =
                       TAB-CAD-SALDO(WRK-ACHOU-CAD)
                       + TAB-CAD-LIMITE(WRK-ACHOU-CAD)
                   IF WRK-SALDO-DISPONIVEL < WRK-SALDO-ABERTO
                      SET DEBAVISO-MOT-SALDO TO TRUE
                   END-IF
           END-EVALUATE.

           IF DEBAVISO-MOTIVO = SPACE
              SET DEBCTL-DEBITADO TO TRUE
              SUBTRACT WRK-SALDO-ABERTO
                  FROM TAB-CAD-SALDO(WRK-ACHOU-CAD)
              PERFORM 023-GRAVAR-PAGDEB
              PERFORM 024-GRAVAR-DEBJRN
              ADD 1 TO WRK-CONT-DEBITOS-EFETUADOS
              ADD WRK-SALDO-ABERTO TO WRK-VALOR-DEBITADO
           ELSE
              SET DEBCTL-RECUSADO TO TRUE
              PERFORM 025-GRAVAR-DEBAVISO
              ADD 1 TO WRK-CONT-DEBITOS-RECUSADOS
           END-IF.

       023-GRAVAR-PAGDEB.
           MOVE CONTAR-COD-COMPRA TO PAGTOS-COD-COMPRA.
           MOVE WRK-DATA-PROC     TO PAGTOS-DATA-PAGTO.
           MOVE WRK-SALDO-ABERTO  TO PAGTOS-VALOR.
           WRITE FD-PAGDEB-REGISTRO FROM WRK-PAGTOS-REGISTRO.
           IF WRK-FS-PAGDEB NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PAGDEB - FS: " WRK-FS-PAGDEB
              PERFORM 999-ROTINA-ABEND
           END-IF.

       024-GRAVAR-DEBJRN.
           MOVE WRK-CHAVE-ADESAO  TO MOVJRN-CHAVE.
           MOVE WRK-DATA-PROC     TO MOVJRN-DATA.
           MOVE WRK-HORA-SIS      TO MOVJRN-HORA.
           MOVE "A"               TO MOVJRN-TIPO.
           MOVE "D"               TO MOVJRN-CANAL.
           MOVE ZEROS             TO MOVJRN-AGENCIA-TERM.
           MOVE ZEROS             TO MOVJRN-TERMINAL.
           MOVE CONTAR-COD-COMPRA TO MOVJRN-NSU.
           MOVE ZEROS             TO MOVJRN-NUM-CHEQUE.
           COMPUTE MOVJRN-VALOR = ZEROS - WRK-SALDO-ABERTO.
           MOVE TAB-CAD-SALDO(WRK-ACHOU-CAD) TO MOVJRN-SALDO-DEPOIS.
           WRITE FD-DEBJRN-REGISTRO FROM WRK-MOVJRN-REGISTRO.
           IF WRK-FS-DEBJRN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEBJRN - FS: " WRK-FS-DEBJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       025-GRAVAR-DEBAVISO.
           MOVE CONTAR-COD-CLIENTE TO FD-CLIENTE-COD-CLINTE.
           READ CLIENTE INTO WRK-CLIENTE-REGISTRO
               INVALID KEY
                   MOVE SPACES TO CLIENTE-NOME
           END-READ.
           MOVE CONTAR-COD-CLIENTE TO DEBAVISO-COD-CLIENTE.
           MOVE CLIENTE-NOME       TO DEBAVISO-NOME-CLIENTE.
           MOVE CONTAR-COD-COMPRA  TO DEBAVISO-COD-COMPRA.
           MOVE WRK-CHAVE-ADESAO   TO DEBAVISO-CHAVE.
           MOVE DEBCTL-DATA-VENCTO TO DEBAVISO-DATA-VENCTO.
           MOVE WRK-SALDO-ABERTO   TO DEBAVISO-VALOR.
           MOVE WRK-DATA-PROC      TO DEBAVISO-DATA.
           WRITE FD-DEBAVISO-REGISTRO FROM WRK-DEBAVISO-REGISTRO.
           IF WRK-FS-DEBAVISO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEBAVISO - FS: "
                      WRK-FS-DEBAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *REGRAVA O CADASTRO COM O SALDO CORRENTE DE CADA CONTA. O
      *CADCLIN E RELIDO NA MESMA ORDEM DA CARGA DA TABELA.
       035-REGRAVAR-CADASTRO.
           OPEN INPUT CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO REABERTURA CADCLIN - FS: "
                      WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE ZEROS TO WRK-SUB.
           PERFORM 042-LER-CADCLIN.
           PERFORM 037-REGRAVAR-UMA-CONTA
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.

       037-REGRAVAR-UMA-CONTA.
           ADD 1 TO WRK-SUB.
           MOVE TAB-CAD-SALDO(WRK-SUB) TO CADCLIN-SALDO-ATUAL.
           WRITE FD-CADCLIND-REGISTRO FROM WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIND NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CADCLIND - FS: "
                      WRK-FS-CADCLIND
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 042-LER-CADCLIN.

       041-LER-CONTARANT.
           IF WRK-FS-CONTARANT NOT = "10"
              READ CONTARANT INTO WRK-CONTAR-REGISTRO
              IF WRK-FS-CONTARANT NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA CONTARANT - FS: "
                         WRK-FS-CONTARANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-CONTARANT = "00"
                 ADD 1 TO WRK-CONT-LIDOS-CONTARANT
              END-IF
           END-IF.

       042-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CONDCTA.
           READ CONDCTA INTO WRK-CONDCTA-REGISTRO.
           IF WRK-FS-CONDCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-NEGHOJE.
           READ NEGHOJE INTO WRK-NEG-REGISTRO.
           IF WRK-FS-NEGHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NEGHOJE - FS: " WRK-FS-NEGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-DEBAUT.
           READ DEBAUT INTO WRK-DEBAUT-REGISTRO.
           IF WRK-FS-DEBAUT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBAUT - FS: " WRK-FS-DEBAUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-MAPCLI.
           READ MAPCLI INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-LER-DEBCTLANT.
           READ DEBCTLANT INTO WRK-DEBCTL-REGISTRO.
           IF WRK-FS-DEBCTLANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBCTLANT - FS: "
                      WRK-FS-DEBCTLANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-GRAVAR-DEBCTLHOJE.
           MOVE CONTAR-COD-COMPRA  TO DEBCTL-COD-COMPRA.
           MOVE CONTAR-COD-CLIENTE TO DEBCTL-COD-CLIENTE.
           WRITE FD-DEBCTLHOJE-REGISTRO FROM WRK-DEBCTL-REGISTRO.
           IF WRK-FS-DEBCTLHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEBCTLHOJE - FS: "
                      WRK-FS-DEBCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DEBCTL.

       081-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-ACHOU-CAD.
           SET IDX-CAD TO 1.
           SEARCH TAB-CAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CAD-CHAVE(IDX-CAD) = WRK-CHAVE-BUSCA
                   SET WRK-ACHOU-CAD TO IDX-CAD
           END-SEARCH.

       082-BUSCAR-CONTROLE.
           MOVE ZEROS TO WRK-ACHOU-CTL.
           SET IDX-CTL TO 1.
           SEARCH TAB-CTL-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CTL-COD-COMPRA(IDX-CTL) = CONTAR-COD-COMPRA
                   SET WRK-ACHOU-CTL TO IDX-CTL
           END-SEARCH.

      *CONTA DA ADESAO ATIVA DO CLIENTE DO TITULO (ESPACOS SE O
      *CLIENTE NAO ADERIU OU CANCELOU A ADESAO).
       083-BUSCAR-ADESAO.
           MOVE SPACES TO WRK-CHAVE-ADESAO.
           SET IDX-ADE TO 1.
           SEARCH TAB-ADE-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ADE-COD-CLIENTE(IDX-ADE) = CONTAR-COD-CLIENTE
                   MOVE TAB-ADE-CHAVE(IDX-ADE) TO WRK-CHAVE-ADESAO
           END-SEARCH.

      *VENCIMENTO = DATA DA COMPRA + PRAZO, NO PRIMEIRO DIA UTIL.
       084-CALCULAR-VENCIMENTO.
           MOVE CONTAR-DATA-COMPRA TO WRK-DATA-CALC-NUM.
           MOVE 2              TO WRK-DU-OPERACAO.
           MOVE WRK-CALC-DIA   TO WRK-DU-DIA.
           MOVE WRK-CALC-MES   TO WRK-DU-MES.
           MOVE WRK-CALC-ANO   TO WRK-DU-ANO.
           MOVE WRK-PRAZO-DIAS TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.
           MOVE 3              TO WRK-DU-OPERACAO.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.
           MOVE WRK-DU-ANO TO WRK-CALC-ANO.
           MOVE WRK-DU-MES TO WRK-CALC-MES.
           MOVE WRK-DU-DIA TO WRK-CALC-DIA.

      *A CONTA DA ADESAO PRECISA ESTAR NO MAPA, LIGADA AO PROPRIO
      *CLIENTE DO TITULO.
       085-VERIFICAR-LIGACAO.
           SET CONTA-NAO-LIGADA TO TRUE.
           SET IDX-MAPA TO 1.
           SEARCH TAB-MAPA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MAPA-CHAVE(IDX-MAPA) = WRK-CHAVE-ADESAO
                AND TAB-MAPA-COD-CLIENTE(IDX-MAPA) =
                    CONTAR-COD-CLIENTE
                   SET CONTA-LIGADA TO TRUE
           END-SEARCH.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-DEBITOS-RECUSADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CONTARANT...: "
                   WRK-CONT-LIDOS-CONTARANT.
           DISPLAY "Quantidade de Titulos em Debito Automatico: "
                   WRK-CONT-TITULOS-ADERIDOS.
           DISPLAY "Quantidade de Titulos a Vencer............: "
                   WRK-CONT-TITULOS-A-VENCER.
           DISPLAY "Quantidade de Debitos Efetuados...........: "
                   WRK-CONT-DEBITOS-EFETUADOS.
           DISPLAY "Quantidade de Debitos Recusados...........: "
                   WRK-CONT-DEBITOS-RECUSADOS.
           DISPLAY "Quantidade de Registros Gravados DEBCTL...: "
                   WRK-CONT-GRAVADOS-DEBCTL.
           DISPLAY "Valor Total Debitado......................: "
                   WRK-VALOR-DEBITADO.

       052-FECHAR-ARQUIVOS.
           IF WRK-FS-CONTARANT NOT = "35"
              CLOSE CONTARANT
           END-IF.

           CLOSE CLIENTE.
           IF WRK-FS-CLIENTE NOT = "00"
              DISPLAY "ERRO CLOSE CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CADCLIND.
           IF WRK-FS-CADCLIND NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIND - FS: " WRK-FS-CADCLIND
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PAGDEB.
           IF WRK-FS-PAGDEB NOT = "00"
              DISPLAY "ERRO CLOSE PAGDEB - FS: " WRK-FS-PAGDEB
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEBJRN.
           IF WRK-FS-DEBJRN NOT = "00"
              DISPLAY "ERRO CLOSE DEBJRN - FS: " WRK-FS-DEBJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEBCTLHOJE.
           IF WRK-FS-DEBCTLHOJE NOT = "00"
              DISPLAY "ERRO CLOSE DEBCTLHOJE - FS: "
                      WRK-FS-DEBCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEBAVISO.
           IF WRK-FS-DEBAVISO NOT = "00"
              DISPLAY "ERRO CLOSE DEBAVISO - FS: " WRK-FS-DEBAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX13".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

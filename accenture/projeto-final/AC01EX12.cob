       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX12.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX12
      *TRANSFERENCIAS ENTRE CONTAS DO CADCLIN E ORDENS
      *PERMANENTES DE TRANSFERENCIA (ALUGUEL, MESADA E SIMILARES).
      *O ARQUIVO TRFIN TRAZ AS TRANSACOES DO DIA:
      *  T - TRANSFERENCIA IMEDIATA DA CONTA ORIGEM PARA A DESTINO;
      *  I - INCLUSAO DE ORDEM PERMANENTE (VALOR, FREQUENCIA
      *      M MENSAL / Q QUINZENAL / S SEMANAL, DATA DA PRIMEIRA
      *      EXECUCAO E DATA FIM, ZERO = SEM FIM);
      *  C - CANCELAMENTO DE ORDEM PERMANENTE PELO NUMERO.
      *A CARTEIRA DE ORDENS E CARREGADA DE CICLO EM CICLO
      *(ORDANT/ORDHOJE). DEPOIS DAS TRANSACOES, CADA ORDEM ATIVA
      *QUE VENCE ATE A DATA DO PROCESSAMENTO E EXECUTADA; A DATA
      *AGENDADA ANDA UM PERIODO (O MES RESPEITA O DIA BASE DA
      *ORDEM) E A EXECUCAO VAI PARA O PRIMEIRO DIA UTIL A PARTIR
      *DELA, PELO DATAUTIL. PASSADA A DATA FIM A ORDEM ENCERRA.
      *CADA TRANSFERENCIA DEBITA A ORIGEM E CREDITA O DESTINO NA
      *MESMA UNIDADE: SE QUALQUER LADO FOR RECUSADO, NADA E
      *LANCADO. AS REGRAS DE MOVIMENTACAO SAO AS DO AC01EX11
      *(CONDCTA, NEGHOJE, SALDO MAIS LIMITE) MAIS AS DE TITULARIDADE:
      *O SOLICITANTE E O 1O TITULAR (1), O 2O TITULAR (2, COM O
      *DOCUMENTO CONFERIDO NO TITULAR2) OU OS DOIS (A). CONTA COM
      *SEGUNDO TITULAR EM REGIME CONJUNTO (CONDCTA) SO MOVIMENTA
      *COM OS DOIS. A REGRA VALE NA INCLUSAO E EM CADA EXECUCAO.
      *ORDEM SEM SALDO FICA PENDENTE E E TENTADA DE NOVO NOS RUNS
      *SEGUINTES; ESGOTADAS AS TENTATIVAS DO PARMTRF (PADRAO 3) A
      *ORDEM E SUSPENSA E O AVISO SAI NO ORDAVISO. RECUSA POR
      *OUTRO MOTIVO SUSPENDE A ORDEM NA HORA, TAMBEM COM AVISO.
      *AS TRANSFERENCIAS LANCADAS SAEM NO TRFJRN, NO LAYOUT DO
      *DIARIO MOVJRN (IMPRESSO NO EXTRATO DO AC00EX80), E O
      *CADASTRO MOVIMENTADO EM CADCLINT. TRANSACOES RECUSADAS VAO
      *PARA O TRFERR COM O MOTIVO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DO PROCESSAMENTO E TENTATIVAS DAS ORDENS (OPCIONAL)
       SELECT PARMTRF  ASSIGN    TO PARMTRF
                      FILE STATUS    IS WRK-FS-PARMTRF.

      *TRANSACOES DO DIA - TRANSFERENCIAS E ORDENS PERMANENTES
       SELECT TRFIN    ASSIGN    TO TRFIN
                      FILE STATUS    IS WRK-FS-TRFIN.

      *CARTEIRA DE ORDENS PERMANENTES DO CICLO ANTERIOR
       SELECT ORDANT   ASSIGN    TO ORDANT
                      FILE STATUS    IS WRK-FS-ORDANT.

       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CONDICOES DA CONTA - SITUACAO, LIMITE E REGIME (OPCIONAL)
       SELECT CONDCTA  ASSIGN    TO CONDCTA
                      FILE STATUS    IS WRK-FS-CONDCTA.

      *REGISTRO DE DIAS NEGATIVOS DO AC00EX34 (OPCIONAL)
       SELECT NEGHOJE  ASSIGN    TO NEGHOJE
                      FILE STATUS    IS WRK-FS-NEGHOJE.

      *SEGUNDOS TITULARES DAS CONTAS (AC00EX81)
       SELECT TITULAR2 ASSIGN    TO TITULAR2
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-TITULAR2-CHAVE
                      FILE STATUS    IS WRK-FS-TITULAR2.

      *CADASTRO COM AS TRANSFERENCIAS DO DIA LANCADAS
       SELECT CADCLINT ASSIGN    TO CADCLINT
                      FILE STATUS    IS WRK-FS-CADCLINT.

      *CARTEIRA DE ORDENS PERMANENTES ATUALIZADA
       SELECT ORDHOJE  ASSIGN    TO ORDHOJE
                      FILE STATUS    IS WRK-FS-ORDHOJE.

      *DIARIO DAS TRANSFERENCIAS LANCADAS - LAYOUT DO MOVJRN
       SELECT TRFJRN   ASSIGN    TO TRFJRN
                      FILE STATUS    IS WRK-FS-TRFJRN.

      *TRANSACOES RECUSADAS, COM O MOTIVO
       SELECT TRFERR   ASSIGN    TO TRFERR
                      FILE STATUS    IS WRK-FS-TRFERR.

      *AVISO AO CLIENTE DE ORDEM PERMANENTE SUSPENSA
       SELECT ORDAVISO ASSIGN    TO ORDAVISO
                      FILE STATUS    IS WRK-FS-ORDAVISO.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMTRF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMTRF-REGISTRO     PIC X(010).

       FD  TRFIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TRFIN-REGISTRO       PIC X(077).

       FD  ORDANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ORDANT-REGISTRO      PIC X(097).

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

       FD  TITULAR2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TITULAR2-REGISTRO.
           05 FD-TITULAR2-CHAVE     PIC X(015).
           05 FILLER                PIC X(051).

       FD  CADCLINT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLINT-REGISTRO    PIC X(090).

       FD  ORDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ORDHOJE-REGISTRO     PIC X(097).

       FD  TRFJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TRFJRN-REGISTRO      PIC X(078).

       FD  TRFERR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TRFERR-REGISTRO      PIC X(078).

       FD  ORDAVISO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ORDAVISO-REGISTRO    PIC X(098).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMTRF        PIC X(002) VALUE SPACES.
           05 WRK-FS-TRFIN          PIC X(002) VALUE SPACES.
           05 WRK-FS-ORDANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONDCTA        PIC X(002) VALUE SPACES.
           05 WRK-FS-NEGHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-TITULAR2       PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLINT       PIC X(002) VALUE SPACES.
           05 WRK-FS-ORDHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-TRFJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-TRFERR         PIC X(002) VALUE SPACES.
           05 WRK-FS-ORDAVISO       PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMTRF - DATA ZERADA = DATA DO SISTEMA
       01  WRK-PARMTRF-REGISTRO.
           05 PARMTRF-DATA-PROC     PIC 9(008).
           05 PARMTRF-TENTATIVAS    PIC 9(002).

      *LAYOUT DE TRFIN - TRANSFERENCIA OU ORDEM PERMANENTE
       01  WRK-TRFIN-REGISTRO.
           05 TRFIN-TIPO            PIC X(001).
               88 TRFIN-TRANSFERENCIA  VALUE "T".
               88 TRFIN-INCLUSAO-ORDEM VALUE "I".
               88 TRFIN-CANCELA-ORDEM  VALUE "C".
           05 TRFIN-CHAVE-ORIGEM    PIC X(015).
           05 TRFIN-CHAVE-DESTINO   PIC X(015).
           05 TRFIN-VALOR           PIC 9(009)V99.
      *    1 PRIMEIRO TITULAR, 2 SEGUNDO TITULAR, A OS DOIS
           05 TRFIN-SOLICITANTE     PIC X(001).
               88 TRFIN-SOLICITANTE-VALIDO VALUES "1" "2" "A".
           05 TRFIN-DOCUMENTO       PIC 9(011).
           05 TRFIN-NUM-ORDEM       PIC 9(006).
           05 TRFIN-FREQUENCIA      PIC X(001).
               88 TRFIN-FREQUENCIA-VALIDA VALUES "M" "Q" "S".
           05 TRFIN-DATA-INICIO     PIC 9(008).
           05 TRFIN-DATA-FIM        PIC 9(008).

      *LAYOUT DE ORDANT/ORDHOJE - UMA ORDEM PERMANENTE
       01  WRK-ORD-REGISTRO.
           05 ORD-NUM-ORDEM         PIC 9(006).
           05 ORD-CHAVE-ORIGEM      PIC X(015).
           05 ORD-CHAVE-DESTINO     PIC X(015).
           05 ORD-VALOR             PIC 9(009)V99.
           05 ORD-FREQUENCIA        PIC X(001).
           05 ORD-DIA-BASE          PIC 9(002).
      *    DATA DO CALENDARIO DA ORDEM E DATA UTIL DA EXECUCAO
           05 ORD-DATA-AGENDADA     PIC 9(008).
           05 ORD-DATA-PROXIMA      PIC 9(008).
           05 ORD-DATA-FIM          PIC 9(008).
           05 ORD-SOLICITANTE       PIC X(001).
           05 ORD-DOCUMENTO         PIC 9(011).
           05 ORD-QTD-FALHAS        PIC 9(002).
           05 ORD-STATUS            PIC X(001).
               88 ORD-ATIVA            VALUE "A".
               88 ORD-SUSPENSA         VALUE "S".
               88 ORD-ENCERRADA        VALUE "E".
               88 ORD-CANCELADA        VALUE "C".
           05 ORD-DATA-INCLUSAO     PIC 9(008).

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

      *LAYOUT DE TITULAR2 - MESMO MANTIDO PELO AC00EX81
       01  WRK-TITULAR2-REGISTRO.
           05 TITULAR2-CHAVE        PIC X(015).
           05 TITULAR2-NOME         PIC X(040).
           05 TITULAR2-DOCUMENTO    PIC 9(011).

      *LAYOUT DE TRFJRN - MESMO DO MOVJRN DO AC01EX11. TIPO E
      *TRANSFERENCIA ENVIADA (DEBITO) OU R RECEBIDA (CREDITO);
      *CANAL I IMEDIATA OU O ORDEM PERMANENTE; O NSU E O NUMERO
      *DA ORDEM OU A SEQUENCIA DA TRANSFERENCIA NO RUN
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

      *LAYOUT DE TRFERR - A TRANSACAO RECUSADA E O MOTIVO
       01  WRK-TRFERR-REGISTRO.
           05 TRFERR-TRANSACAO      PIC X(077).
           05 TRFERR-MOTIVO         PIC X(001).

      *MOTIVOS DE RECUSA DAS TRANSACOES E DAS ORDENS
       01  WRK-MOTIVO               PIC X(001) VALUE SPACE.
           88 MOT-ACEITA                 VALUE SPACE.
           88 MOT-ORIGEM-INEXISTENTE     VALUE "1".
           88 MOT-DESTINO-INEXISTENTE    VALUE "2".
           88 MOT-CONTA-BLOQUEADA        VALUE "3".
           88 MOT-SALDO-INSUFICIENTE     VALUE "4".
           88 MOT-TITULAR-NAO-AUTORIZADO VALUE "5".
           88 MOT-DADOS-INVALIDOS        VALUE "6".
           88 MOT-ORDEM-INEXISTENTE      VALUE "7".

      *LAYOUT DE ORDAVISO - AVISO DE ORDEM SUSPENSA
       01  WRK-ORDAVISO-REGISTRO.
           05 AVISO-CHAVE           PIC X(015).
           05 AVISO-NOME            PIC X(040).
           05 AVISO-NUM-ORDEM       PIC 9(006).
           05 AVISO-CHAVE-DESTINO   PIC X(015).
           05 AVISO-VALOR           PIC 9(009)V99.
           05 AVISO-DATA            PIC 9(008).
           05 AVISO-QTD-TENTATIVAS  PIC 9(002).
           05 AVISO-MOTIVO          PIC X(001).

      *CONTAS DO CADCLIN, NA ORDEM DO ARQUIVO, COM O SALDO
      *CORRENTE E AS CONDICOES DE MOVIMENTACAO
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CAD-QTDE
               INDEXED BY IDX-CAD.
           05 TAB-CAD-CHAVE         PIC X(015).
           05 TAB-CAD-NOME          PIC X(040).
           05 TAB-CAD-SALDO         PIC S9(011)V99.
           05 TAB-CAD-LIMITE        PIC 9(009)V99.
           05 TAB-CAD-SITUACAO      PIC X(001).
           05 TAB-CAD-MOVIMENTACAO  PIC X(001).

      *CARTEIRA DE ORDENS EM MEMORIA
       01  WRK-TAB-ORD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ORD-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-ORD-QTDE
               INDEXED BY IDX-ORD.
           05 TAB-ORD-NUM-ORDEM     PIC 9(006).
           05 TAB-ORD-CHAVE-ORIGEM  PIC X(015).
           05 TAB-ORD-CHAVE-DESTINO PIC X(015).
           05 TAB-ORD-VALOR         PIC 9(009)V99.
           05 TAB-ORD-FREQUENCIA    PIC X(001).
           05 TAB-ORD-DIA-BASE      PIC 9(002).
           05 TAB-ORD-DATA-AGENDADA PIC 9(008).
           05 TAB-ORD-DATA-PROXIMA  PIC 9(008).
           05 TAB-ORD-DATA-FIM      PIC 9(008).
           05 TAB-ORD-SOLICITANTE   PIC X(001).
           05 TAB-ORD-DOCUMENTO     PIC 9(011).
           05 TAB-ORD-QTD-FALHAS    PIC 9(002).
           05 TAB-ORD-STATUS        PIC X(001).
           05 TAB-ORD-DATA-INCLUSAO PIC 9(008).

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
       01  WRK-MAX-TENTATIVAS       PIC 9(002) VALUE ZEROS.

      *DATA DE TRABALHO DO CALCULO DAS DATAS DAS ORDENS
       01  WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(008).

      *SOMA DE MESES COM O DIA BASE DA ORDEM - O DIA QUE NAO
      *EXISTE NO MES DE DESTINO VIRA O ULTIMO DIA DELE
       01  WRK-TOTAL-MESES          PIC 9(006) VALUE ZEROS.
       01  WRK-RESTO-MES            PIC 9(002) VALUE ZEROS.
       01  WRK-ULTIMO-DIA           PIC 9(002) VALUE ZEROS.
       01  WRK-QUOCIENTE            PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-4              PIC 9(003) VALUE ZEROS.
       01  WRK-RESTO-100            PIC 9(003) VALUE ZEROS.
       01  WRK-RESTO-400            PIC 9(003) VALUE ZEROS.

       01  WRK-DIAS-MES-VALORES     PIC X(024)
                              VALUE "312831303130313130313031".

       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-VALORES.
           05 WRK-DIAS-NO-MES       PIC 9(002) OCCURS 12 TIMES.

      *DADOS DA TRANSFERENCIA CORRENTE (IMEDIATA OU DE ORDEM)
       01  WRK-TRF-CHAVE-ORIGEM     PIC X(015) VALUE SPACES.
       01  WRK-TRF-CHAVE-DESTINO    PIC X(015) VALUE SPACES.
       01  WRK-TRF-VALOR            PIC 9(009)V99 VALUE ZEROS.
       01  WRK-TRF-SOLICITANTE      PIC X(001) VALUE SPACES.
       01  WRK-TRF-DOCUMENTO        PIC 9(011) VALUE ZEROS.
       01  WRK-TRF-CANAL            PIC X(001) VALUE SPACES.
       01  WRK-TRF-NSU              PIC 9(006) VALUE ZEROS.

       01  WRK-SALDO-DISPONIVEL     PIC S9(011)V99 VALUE ZEROS.
       01  WRK-CHAVE-BUSCA          PIC X(015) VALUE SPACES.
       01  WRK-SEQ-TRANSFERENCIA    PIC 9(006) VALUE ZEROS.
       01  WRK-ULTIMO-NUM-ORDEM     PIC 9(006) VALUE ZEROS.

       77  WRK-SUB                  PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-CAD            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-ORI            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-DES            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-ORD            PIC 9(004) VALUE ZEROS.

       77  WRK-SW-TITULAR2          PIC 9(001) VALUE ZEROS.
           88 TITULAR2-ENCONTRADO      VALUE 1.
           88 TITULAR2-NAO-ENCONTRADO  VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-TRFIN        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TRANSF-IMEDIATAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ORDENS-INCLUIDAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ORDENS-CANCELADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ORDENS-EXECUTADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ORDENS-PENDENTES   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ORDENS-SUSPENSAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ORDENS-ENCERRADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REJEITADAS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-ORDHOJE   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX12-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-TRFIN
             UNTIL WRK-FS-TRFIN = "10".
           PERFORM 025-EXECUTAR-ORDENS.
           PERFORM 035-REGRAVAR-CADASTRO.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX12 INICIADO - TRANSFERENCIAS".
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMTRF.
           PERFORM 014-CARREGAR-TABELA-CADCLIN.
           PERFORM 015-CARREGAR-CONDCTA.
           PERFORM 016-CARREGAR-NEGHOJE.
           PERFORM 017-CARREGAR-CARTEIRA.
           PERFORM 040-LER-TRFIN.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    TRFIN.
           IF WRK-FS-TRFIN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA TRFIN - FS: " WRK-FS-TRFIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-TRFIN = "35"
              DISPLAY "ARQUIVO TRFIN NAO ENCONTRADO - SO ORDENS"
              MOVE "10" TO WRK-FS-TRFIN
           END-IF.

           OPEN INPUT    ORDANT.
           IF WRK-FS-ORDANT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ORDANT - FS: " WRK-FS-ORDANT
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

           OPEN INPUT    TITULAR2.
           IF WRK-FS-TITULAR2 NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA TITULAR2 - FS: "
                      WRK-FS-TITULAR2
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CADCLINT.
           IF WRK-FS-CADCLINT NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLINT - FS: "
                      WRK-FS-CADCLINT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ORDHOJE.
           IF WRK-FS-ORDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA ORDHOJE - FS: " WRK-FS-ORDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   TRFJRN.
           IF WRK-FS-TRFJRN NOT = ZEROS
              DISPLAY "ERRO ABERTURA TRFJRN - FS: " WRK-FS-TRFJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   TRFERR.
           IF WRK-FS-TRFERR NOT = ZEROS
              DISPLAY "ERRO ABERTURA TRFERR - FS: " WRK-FS-TRFERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ORDAVISO.
           IF WRK-FS-ORDAVISO NOT = ZEROS
              DISPLAY "ERRO ABERTURA ORDAVISO - FS: "
                      WRK-FS-ORDAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, PROCESSA NA DATA DO SISTEMA COM 3
      *TENTATIVAS POR ORDEM SEM SALDO.
       013-LER-PARMTRF.
           MOVE ZEROS TO WRK-PARMTRF-REGISTRO.
           OPEN INPUT   PARMTRF.
           IF WRK-FS-PARMTRF NOT = "35"
              IF WRK-FS-PARMTRF NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMTRF - FS: "
                         WRK-FS-PARMTRF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMTRF INTO WRK-PARMTRF-REGISTRO
              IF WRK-FS-PARMTRF NOT = "00"
                 DISPLAY "ARQUIVO PARMTRF VAZIO - FS: "
                         WRK-FS-PARMTRF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMTRF
           END-IF.

           IF PARMTRF-DATA-PROC = ZEROS
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           ELSE
              MOVE PARMTRF-DATA-PROC TO WRK-DATA-PROC
           END-IF.
           IF PARMTRF-TENTATIVAS = ZEROS
              MOVE 3 TO WRK-MAX-TENTATIVAS
           ELSE
              MOVE PARMTRF-TENTATIVAS TO WRK-MAX-TENTATIVAS
           END-IF.
           DISPLAY "DATA DO PROCESSAMENTO: " WRK-DATA-PROC.

      *CARREGA AS CONTAS NA ORDEM DO ARQUIVO: A REGRAVACAO DO
      *CADASTRO RELE O CADCLIN NA MESMA ORDEM E USA A POSICAO.
       014-CARREGAR-TABELA-CADCLIN.
           PERFORM 041-LER-CADCLIN.
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
           MOVE CADCLIN-NOME-CLIENTE
             TO TAB-CAD-NOME(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-SALDO-ATUAL
             TO TAB-CAD-SALDO(WRK-TAB-CAD-QTDE).
           MOVE ZEROS TO TAB-CAD-LIMITE(WRK-TAB-CAD-QTDE).
           MOVE "A"   TO TAB-CAD-SITUACAO(WRK-TAB-CAD-QTDE).
           MOVE "S"   TO TAB-CAD-MOVIMENTACAO(WRK-TAB-CAD-QTDE).
           PERFORM 041-LER-CADCLIN.

       015-CARREGAR-CONDCTA.
           IF WRK-FS-CONDCTA NOT = "35"
              PERFORM 042-LER-CONDCTA
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
              IF CONDCTA-MOVIMENTACAO = "C"
                 MOVE "C" TO TAB-CAD-MOVIMENTACAO(WRK-ACHOU-CAD)
              END-IF
           END-IF.
           PERFORM 042-LER-CONDCTA.

      *CONTA ENVIADA A COBRANCA PELO AC00EX34 PERDE O LIMITE DO
      *CHEQUE ESPECIAL, COMO NO AC01EX11.
       016-CARREGAR-NEGHOJE.
           IF WRK-FS-NEGHOJE NOT = "35"
              PERFORM 043-LER-NEGHOJE
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
           PERFORM 043-LER-NEGHOJE.

      *ORDENS ENCERRADAS OU CANCELADAS FICARAM NA GERACAO
      *ANTERIOR E NAO SAO RECARREGADAS; AS SUSPENSAS CONTINUAM NA
      *CARTEIRA PARA CONSULTA DA AGENCIA.
       017-CARREGAR-CARTEIRA.
           IF WRK-FS-ORDANT NOT = "35"
              PERFORM 044-LER-ORDANT
              PERFORM 033-MOVER-DADOS-TAB-ORD
                UNTIL WRK-FS-ORDANT = "10"
              CLOSE ORDANT
           END-IF.

       033-MOVER-DADOS-TAB-ORD.
           IF ORD-NUM-ORDEM > WRK-ULTIMO-NUM-ORDEM
              MOVE ORD-NUM-ORDEM TO WRK-ULTIMO-NUM-ORDEM
           END-IF.
           IF ORD-ATIVA OR ORD-SUSPENSA
              IF WRK-TAB-ORD-QTDE = 2000
                 DISPLAY "TABELA DE ORDENS EXCEDIDA - ORDANT"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-ORD-QTDE
              MOVE WRK-TAB-ORD-QTDE TO WRK-SUB
              PERFORM 034-MOVER-ORD-PARA-TAB
           END-IF.
           PERFORM 044-LER-ORDANT.

       034-MOVER-ORD-PARA-TAB.
           MOVE ORD-NUM-ORDEM     TO TAB-ORD-NUM-ORDEM(WRK-SUB).
           MOVE ORD-CHAVE-ORIGEM  TO TAB-ORD-CHAVE-ORIGEM(WRK-SUB).
           MOVE ORD-CHAVE-DESTINO TO TAB-ORD-CHAVE-DESTINO(WRK-SUB).
           MOVE ORD-VALOR         TO TAB-ORD-VALOR(WRK-SUB).
           MOVE ORD-FREQUENCIA    TO TAB-ORD-FREQUENCIA(WRK-SUB).
           MOVE ORD-DIA-BASE      TO TAB-ORD-DIA-BASE(WRK-SUB).
           MOVE ORD-DATA-AGENDADA TO TAB-ORD-DATA-AGENDADA(WRK-SUB).
           MOVE ORD-DATA-PROXIMA  TO TAB-ORD-DATA-PROXIMA(WRK-SUB).
           MOVE ORD-DATA-FIM      TO TAB-ORD-DATA-FIM(WRK-SUB).
           MOVE ORD-SOLICITANTE   TO TAB-ORD-SOLICITANTE(WRK-SUB).
           MOVE ORD-DOCUMENTO     TO TAB-ORD-DOCUMENTO(WRK-SUB).
           MOVE ORD-QTD-FALHAS    TO TAB-ORD-QTD-FALHAS(WRK-SUB).
           MOVE ORD-STATUS        TO TAB-ORD-STATUS(WRK-SUB).
           MOVE ORD-DATA-INCLUSAO TO TAB-ORD-DATA-INCLUSAO(WRK-SUB).

      *UMA TRANSACAO DO TRFIN POR ITERACAO.
       020-PROCESSAR-TRFIN.
           SET MOT-ACEITA TO TRUE.
           EVALUATE TRUE
               WHEN TRFIN-TRANSFERENCIA
                   PERFORM 021-TRANSFERIR-IMEDIATO
               WHEN TRFIN-INCLUSAO-ORDEM
                   PERFORM 022-INCLUIR-ORDEM
               WHEN TRFIN-CANCELA-ORDEM
                   PERFORM 023-CANCELAR-ORDEM
               WHEN OTHER
                   SET MOT-DADOS-INVALIDOS TO TRUE
           END-EVALUATE.
           IF NOT MOT-ACEITA
              PERFORM 024-GRAVAR-TRFERR
           END-IF.
           PERFORM 040-LER-TRFIN.

       021-TRANSFERIR-IMEDIATO.
           ADD 1 TO WRK-SEQ-TRANSFERENCIA.
           MOVE TRFIN-CHAVE-ORIGEM    TO WRK-TRF-CHAVE-ORIGEM.
           MOVE TRFIN-CHAVE-DESTINO   TO WRK-TRF-CHAVE-DESTINO.
           MOVE TRFIN-VALOR           TO WRK-TRF-VALOR.
           MOVE TRFIN-SOLICITANTE     TO WRK-TRF-SOLICITANTE.
           MOVE TRFIN-DOCUMENTO       TO WRK-TRF-DOCUMENTO.
           MOVE "I"                   TO WRK-TRF-CANAL.
           MOVE WRK-SEQ-TRANSFERENCIA TO WRK-TRF-NSU.
           PERFORM 070-EFETIVAR-TRANSFERENCIA.
           IF MOT-ACEITA
              ADD 1 TO WRK-CONT-TRANSF-IMEDIATAS
           END-IF.

      *INCLUSAO DE ORDEM: DADOS, CONTAS E TITULARIDADE CONFERIDOS
      *NA HORA. O SALDO SO E COBRADO NA EXECUCAO.
       022-INCLUIR-ORDEM.
           MOVE TRFIN-CHAVE-ORIGEM  TO WRK-TRF-CHAVE-ORIGEM.
           MOVE TRFIN-CHAVE-DESTINO TO WRK-TRF-CHAVE-DESTINO.
           MOVE TRFIN-VALOR         TO WRK-TRF-VALOR.
           MOVE TRFIN-SOLICITANTE   TO WRK-TRF-SOLICITANTE.
           MOVE TRFIN-DOCUMENTO     TO WRK-TRF-DOCUMENTO.
           IF NOT TRFIN-FREQUENCIA-VALIDA
              OR TRFIN-DATA-INICIO = ZEROS
              OR (TRFIN-DATA-FIM NOT = ZEROS
                  AND TRFIN-DATA-FIM < TRFIN-DATA-INICIO)
              SET MOT-DADOS-INVALIDOS TO TRUE
           ELSE
              PERFORM 071-VALIDAR-CONTAS
           END-IF.
           IF MOT-ACEITA
              IF WRK-TAB-ORD-QTDE = 2000
                 DISPLAY "TABELA DE ORDENS EXCEDIDA - INCLUSAO"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-ULTIMO-NUM-ORDEM
              ADD 1 TO WRK-TAB-ORD-QTDE
              SET IDX-ORD TO WRK-TAB-ORD-QTDE
              MOVE WRK-ULTIMO-NUM-ORDEM
                TO TAB-ORD-NUM-ORDEM(IDX-ORD)
              MOVE TRFIN-CHAVE-ORIGEM
                TO TAB-ORD-CHAVE-ORIGEM(IDX-ORD)
              MOVE TRFIN-CHAVE-DESTINO
                TO TAB-ORD-CHAVE-DESTINO(IDX-ORD)
              MOVE TRFIN-VALOR       TO TAB-ORD-VALOR(IDX-ORD)
              MOVE TRFIN-FREQUENCIA  TO TAB-ORD-FREQUENCIA(IDX-ORD)
              MOVE TRFIN-DATA-INICIO TO WRK-DATA-CALC-NUM
              MOVE WRK-CALC-DIA      TO TAB-ORD-DIA-BASE(IDX-ORD)
              MOVE TRFIN-DATA-INICIO
                TO TAB-ORD-DATA-AGENDADA(IDX-ORD)
              PERFORM 082-PROXIMO-DIA-UTIL
              MOVE WRK-DATA-CALC-NUM
                TO TAB-ORD-DATA-PROXIMA(IDX-ORD)
              MOVE TRFIN-DATA-FIM    TO TAB-ORD-DATA-FIM(IDX-ORD)
              MOVE TRFIN-SOLICITANTE
                TO TAB-ORD-SOLICITANTE(IDX-ORD)
              MOVE TRFIN-DOCUMENTO   TO TAB-ORD-DOCUMENTO(IDX-ORD)
              MOVE ZEROS             TO TAB-ORD-QTD-FALHAS(IDX-ORD)
              MOVE "A"               TO TAB-ORD-STATUS(IDX-ORD)
              MOVE WRK-DATA-PROC
                TO TAB-ORD-DATA-INCLUSAO(IDX-ORD)
              ADD 1 TO WRK-CONT-ORDENS-INCLUIDAS
           END-IF.

      *CANCELAMENTO: A ORDEM PRECISA ESTAR NA CARTEIRA (ATIVA OU
      *SUSPENSA), SER DA CONTA INFORMADA E O PEDIDO TEM DE VIR DE
      *QUEM PODE MOVIMENTAR A CONTA.
       023-CANCELAR-ORDEM.
           MOVE ZEROS TO WRK-ACHOU-ORD.
           SET IDX-ORD TO 1.
           SEARCH TAB-ORD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ORD-NUM-ORDEM(IDX-ORD) = TRFIN-NUM-ORDEM
                AND TAB-ORD-CHAVE-ORIGEM(IDX-ORD) =
                    TRFIN-CHAVE-ORIGEM
                AND (TAB-ORD-STATUS(IDX-ORD) = "A" OR "S")
                   SET WRK-ACHOU-ORD TO IDX-ORD
           END-SEARCH.
           IF WRK-ACHOU-ORD = ZEROS
              SET MOT-ORDEM-INEXISTENTE TO TRUE
           ELSE
              MOVE TRFIN-CHAVE-ORIGEM TO WRK-CHAVE-BUSCA
              PERFORM 081-LOCALIZAR-CONTA
              MOVE WRK-ACHOU-CAD      TO WRK-ACHOU-ORI
              MOVE TRFIN-SOLICITANTE  TO WRK-TRF-SOLICITANTE
              MOVE TRFIN-DOCUMENTO    TO WRK-TRF-DOCUMENTO
              IF WRK-ACHOU-ORI = ZEROS
                 SET MOT-ORIGEM-INEXISTENTE TO TRUE
              ELSE
                 PERFORM 073-VERIFICAR-TITULARIDADE
              END-IF
           END-IF.
           IF MOT-ACEITA
              MOVE "C" TO TAB-ORD-STATUS(WRK-ACHOU-ORD)
              ADD 1 TO WRK-CONT-ORDENS-CANCELADAS
           END-IF.

       024-GRAVAR-TRFERR.
           MOVE WRK-TRFIN-REGISTRO TO TRFERR-TRANSACAO.
           MOVE WRK-MOTIVO         TO TRFERR-MOTIVO.
           WRITE FD-TRFERR-REGISTRO FROM WRK-TRFERR-REGISTRO.
           IF WRK-FS-TRFERR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO TRFERR - FS: " WRK-FS-TRFERR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-REJEITADAS.

      *EXECUTA AS ORDENS ATIVAS QUE VENCEM ATE A DATA DO
      *PROCESSAMENTO - UMA EXECUCAO POR ORDEM POR RUN.
       025-EXECUTAR-ORDENS.
           PERFORM 026-EXECUTAR-UMA-ORDEM
               VARYING IDX-ORD FROM 1 BY 1
               UNTIL IDX-ORD > WRK-TAB-ORD-QTDE.

       026-EXECUTAR-UMA-ORDEM.
           IF TAB-ORD-STATUS(IDX-ORD) = "A"
              AND TAB-ORD-DATA-PROXIMA(IDX-ORD) NOT > WRK-DATA-PROC
              MOVE TAB-ORD-CHAVE-ORIGEM(IDX-ORD)
                TO WRK-TRF-CHAVE-ORIGEM
              MOVE TAB-ORD-CHAVE-DESTINO(IDX-ORD)
                TO WRK-TRF-CHAVE-DESTINO
              MOVE TAB-ORD-VALOR(IDX-ORD)       TO WRK-TRF-VALOR
              MOVE TAB-ORD-SOLICITANTE(IDX-ORD)
                TO WRK-TRF-SOLICITANTE
              MOVE TAB-ORD-DOCUMENTO(IDX-ORD)   TO WRK-TRF-DOCUMENTO
              MOVE "O"                          TO WRK-TRF-CANAL
              MOVE TAB-ORD-NUM-ORDEM(IDX-ORD)   TO WRK-TRF-NSU
              SET MOT-ACEITA TO TRUE
              PERFORM 070-EFETIVAR-TRANSFERENCIA
              EVALUATE TRUE
                  WHEN MOT-ACEITA
                      MOVE ZEROS TO TAB-ORD-QTD-FALHAS(IDX-ORD)
                      ADD 1 TO WRK-CONT-ORDENS-EXECUTADAS
                      PERFORM 027-AVANCAR-ORDEM
                  WHEN MOT-SALDO-INSUFICIENTE
                      ADD 1 TO TAB-ORD-QTD-FALHAS(IDX-ORD)
                      IF TAB-ORD-QTD-FALHAS(IDX-ORD) NOT <
                         WRK-MAX-TENTATIVAS
                         PERFORM 028-SUSPENDER-ORDEM
                      ELSE
                         ADD 1 TO WRK-CONT-ORDENS-PENDENTES
                      END-IF
                  WHEN OTHER
                      PERFORM 028-SUSPENDER-ORDEM
              END-EVALUATE
           END-IF.

      *ANDA A DATA AGENDADA UM PERIODO. O MES VOLTA AO DIA BASE
      *DA ORDEM (DIA 31 VIRA 28/29/30 SO NOS MESES CURTOS). PASSADA
      *A DATA FIM A ORDEM ENCERRA; SENAO A EXECUCAO VAI PARA O
      *PRIMEIRO DIA UTIL A PARTIR DA DATA AGENDADA.
       027-AVANCAR-ORDEM.
           MOVE TAB-ORD-DATA-AGENDADA(IDX-ORD) TO WRK-DATA-CALC-NUM.
           EVALUATE TAB-ORD-FREQUENCIA(IDX-ORD)
               WHEN "M"
                   MOVE TAB-ORD-DIA-BASE(IDX-ORD) TO WRK-CALC-DIA
                   PERFORM 084-SOMAR-UM-MES
               WHEN "Q"
                   MOVE 14 TO WRK-DU-QTD-DIAS
                   PERFORM 083-SOMAR-DIAS
               WHEN OTHER
                   MOVE 7 TO WRK-DU-QTD-DIAS
                   PERFORM 083-SOMAR-DIAS
           END-EVALUATE.
           MOVE WRK-DATA-CALC-NUM TO TAB-ORD-DATA-AGENDADA(IDX-ORD).
           IF TAB-ORD-DATA-FIM(IDX-ORD) NOT = ZEROS
              AND WRK-DATA-CALC-NUM > TAB-ORD-DATA-FIM(IDX-ORD)
              MOVE "E" TO TAB-ORD-STATUS(IDX-ORD)
              ADD 1 TO WRK-CONT-ORDENS-ENCERRADAS
           ELSE
              PERFORM 082-PROXIMO-DIA-UTIL
              MOVE WRK-DATA-CALC-NUM
                TO TAB-ORD-DATA-PROXIMA(IDX-ORD)
           END-IF.

       028-SUSPENDER-ORDEM.
           MOVE "S" TO TAB-ORD-STATUS(IDX-ORD).
           ADD 1 TO WRK-CONT-ORDENS-SUSPENSAS.
           MOVE TAB-ORD-CHAVE-ORIGEM(IDX-ORD) TO AVISO-CHAVE.
           MOVE TAB-ORD-CHAVE-ORIGEM(IDX-ORD) TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CAD > ZEROS
              MOVE TAB-CAD-NOME(WRK-ACHOU-CAD) TO AVISO-NOME
           ELSE
              MOVE SPACES TO AVISO-NOME
           END-IF.
           MOVE TAB-ORD-NUM-ORDEM(IDX-ORD)     TO AVISO-NUM-ORDEM.
           MOVE TAB-ORD-CHAVE-DESTINO(IDX-ORD) TO AVISO-CHAVE-DESTINO.
           MOVE TAB-ORD-VALOR(IDX-ORD)         TO AVISO-VALOR.
           MOVE WRK-DATA-PROC                  TO AVISO-DATA.
           MOVE TAB-ORD-QTD-FALHAS(IDX-ORD)
             TO AVISO-QTD-TENTATIVAS.
           MOVE WRK-MOTIVO                     TO AVISO-MOTIVO.
           WRITE FD-ORDAVISO-REGISTRO FROM WRK-ORDAVISO-REGISTRO.
           IF WRK-FS-ORDAVISO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ORDAVISO - FS: "
                      WRK-FS-ORDAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *TRANSFERENCIA NUMA SO UNIDADE: VALIDA OS DOIS LADOS E O
      *SALDO DA ORIGEM ANTES DE LANCAR QUALQUER COISA; ACEITA, O
      *DEBITO E O CREDITO SAO LANCADOS JUNTOS E JORNALIZADOS.
       070-EFETIVAR-TRANSFERENCIA.
           PERFORM 071-VALIDAR-CONTAS.
           IF MOT-ACEITA
              COMPUTE WRK-SALDO-DISPONIVEL =
                  TAB-CAD-SALDO(WRK-ACHOU-ORI)
                  + TAB-CAD-LIMITE(WRK-ACHOU-ORI)
              IF WRK-SALDO-DISPONIVEL < WRK-TRF-VALOR
                 SET MOT-SALDO-INSUFICIENTE TO TRUE
              END-IF
           END-IF.
           IF MOT-ACEITA
              SUBTRACT WRK-TRF-VALOR
                  FROM TAB-CAD-SALDO(WRK-ACHOU-ORI)
              ADD WRK-TRF-VALOR TO TAB-CAD-SALDO(WRK-ACHOU-DES)
              MOVE WRK-TRF-CHAVE-ORIGEM  TO MOVJRN-CHAVE
              MOVE "E"                   TO MOVJRN-TIPO
              COMPUTE MOVJRN-VALOR = ZEROS - WRK-TRF-VALOR
              MOVE TAB-CAD-SALDO(WRK-ACHOU-ORI)
                TO MOVJRN-SALDO-DEPOIS
              PERFORM 074-GRAVAR-TRFJRN
              MOVE WRK-TRF-CHAVE-DESTINO TO MOVJRN-CHAVE
              MOVE "R"                   TO MOVJRN-TIPO
              MOVE WRK-TRF-VALOR         TO MOVJRN-VALOR
              MOVE TAB-CAD-SALDO(WRK-ACHOU-DES)
                TO MOVJRN-SALDO-DEPOIS
              PERFORM 074-GRAVAR-TRFJRN
           END-IF.

      *ORDEM DAS RECUSAS: DADOS, ORIGEM, DESTINO, SITUACAO E
      *TITULARIDADE. ORIGEM BLOQUEADA OU ENCERRADA NAO DEBITA;
      *DESTINO BLOQUEADO RECEBE, ENCERRADO NAO.
       071-VALIDAR-CONTAS.
           MOVE WRK-TRF-CHAVE-ORIGEM TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           MOVE WRK-ACHOU-CAD TO WRK-ACHOU-ORI.
           MOVE WRK-TRF-CHAVE-DESTINO TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           MOVE WRK-ACHOU-CAD TO WRK-ACHOU-DES.
           EVALUATE TRUE
               WHEN WRK-TRF-VALOR = ZEROS
                 OR WRK-TRF-CHAVE-ORIGEM = WRK-TRF-CHAVE-DESTINO
                 OR NOT (WRK-TRF-SOLICITANTE = "1" OR "2" OR "A")
                   SET MOT-DADOS-INVALIDOS TO TRUE
               WHEN WRK-ACHOU-ORI = ZEROS
                   SET MOT-ORIGEM-INEXISTENTE TO TRUE
               WHEN WRK-ACHOU-DES = ZEROS
                   SET MOT-DESTINO-INEXISTENTE TO TRUE
               WHEN TAB-CAD-SITUACAO(WRK-ACHOU-ORI) = "B" OR "E"
                 OR TAB-CAD-SITUACAO(WRK-ACHOU-DES) = "E"
                   SET MOT-CONTA-BLOQUEADA TO TRUE
               WHEN OTHER
                   PERFORM 073-VERIFICAR-TITULARIDADE
           END-EVALUATE.

      *REGRA DE TITULARIDADE DA CONTA ORIGEM (WRK-ACHOU-ORI):
      *  SEM SEGUNDO TITULAR - QUALQUER SOLICITANTE E O TITULAR;
      *  SOLIDARIA - O 1O TITULAR SOZINHO, O 2O COM O DOCUMENTO
      *              CONFERIDO, OU OS DOIS;
      *  CONJUNTA  - SO OS DOIS, COM O DOCUMENTO DO 2O CONFERIDO.
       073-VERIFICAR-TITULARIDADE.
           SET TITULAR2-NAO-ENCONTRADO TO TRUE.
           IF WRK-FS-TITULAR2 NOT = "35"
              MOVE TAB-CAD-CHAVE(WRK-ACHOU-ORI) TO FD-TITULAR2-CHAVE
              READ TITULAR2 INTO WRK-TITULAR2-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET TITULAR2-ENCONTRADO TO TRUE
              END-READ
           END-IF.
           IF TITULAR2-ENCONTRADO
              EVALUATE TRUE
                  WHEN WRK-TRF-SOLICITANTE NOT = "1"
                   AND WRK-TRF-DOCUMENTO NOT = TITULAR2-DOCUMENTO
                      SET MOT-TITULAR-NAO-AUTORIZADO TO TRUE
                  WHEN WRK-TRF-SOLICITANTE NOT = "A"
                   AND TAB-CAD-MOVIMENTACAO(WRK-ACHOU-ORI) = "C"
                      SET MOT-TITULAR-NAO-AUTORIZADO TO TRUE
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

       074-GRAVAR-TRFJRN.
           MOVE WRK-DATA-PROC TO MOVJRN-DATA.
           MOVE WRK-HORA-SIS  TO MOVJRN-HORA.
           MOVE WRK-TRF-CANAL TO MOVJRN-CANAL.
           MOVE ZEROS         TO MOVJRN-AGENCIA-TERM.
           MOVE ZEROS         TO MOVJRN-TERMINAL.
           MOVE WRK-TRF-NSU   TO MOVJRN-NSU.
           MOVE ZEROS         TO MOVJRN-NUM-CHEQUE.
           WRITE FD-TRFJRN-REGISTRO FROM WRK-MOVJRN-REGISTRO.
           IF WRK-FS-TRFJRN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO TRFJRN - FS: " WRK-FS-TRFJRN
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
           PERFORM 041-LER-CADCLIN.
           PERFORM 036-REGRAVAR-UMA-CONTA
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.

       036-REGRAVAR-UMA-CONTA.
           ADD 1 TO WRK-SUB.
           MOVE TAB-CAD-SALDO(WRK-SUB) TO CADCLIN-SALDO-ATUAL.
           WRITE FD-CADCLINT-REGISTRO FROM WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLINT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CADCLINT - FS: "
                      WRK-FS-CADCLINT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 041-LER-CADCLIN.

       040-LER-TRFIN.
           IF WRK-FS-TRFIN NOT = "10"
              READ TRFIN INTO WRK-TRFIN-REGISTRO
              IF WRK-FS-TRFIN NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA TRFIN - FS: " WRK-FS-TRFIN
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-TRFIN = "00"
                 ADD 1 TO WRK-CONT-LIDOS-TRFIN
              END-IF
           END-IF.

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-CONDCTA.
           READ CONDCTA INTO WRK-CONDCTA-REGISTRO.
           IF WRK-FS-CONDCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-NEGHOJE.
           READ NEGHOJE INTO WRK-NEG-REGISTRO.
           IF WRK-FS-NEGHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NEGHOJE - FS: " WRK-FS-NEGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-ORDANT.
           READ ORDANT INTO WRK-ORD-REGISTRO.
           IF WRK-FS-ORDANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ORDANT - FS: " WRK-FS-ORDANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       081-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-ACHOU-CAD.
           SET IDX-CAD TO 1.
           SEARCH TAB-CAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CAD-CHAVE(IDX-CAD) = WRK-CHAVE-BUSCA
                   SET WRK-ACHOU-CAD TO IDX-CAD
           END-SEARCH.

      *PRIMEIRO DIA UTIL A PARTIR DE WRK-DATA-CALC (A PROPRIA
      *DATA, SE JA FOR UTIL).
       082-PROXIMO-DIA-UTIL.
           MOVE 3            TO WRK-DU-OPERACAO.
           MOVE WRK-CALC-DIA TO WRK-DU-DIA.
           MOVE WRK-CALC-MES TO WRK-DU-MES.
           MOVE WRK-CALC-ANO TO WRK-DU-ANO.
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

      *SOMA WRK-DU-QTD-DIAS CORRIDOS A WRK-DATA-CALC.
       083-SOMAR-DIAS.
           MOVE 2            TO WRK-DU-OPERACAO.
           MOVE WRK-CALC-DIA TO WRK-DU-DIA.
           MOVE WRK-CALC-MES TO WRK-DU-MES.
           MOVE WRK-CALC-ANO TO WRK-DU-ANO.
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

      *SOMA UM MES A WRK-DATA-CALC MANTENDO O DIA JA POSTO EM
      *WRK-CALC-DIA, LIMITADO AO ULTIMO DIA DO MES DE DESTINO.
       084-SOMAR-UM-MES.
           COMPUTE WRK-TOTAL-MESES =
                   WRK-CALC-ANO * 12 + WRK-CALC-MES.
           DIVIDE WRK-TOTAL-MESES BY 12
              GIVING WRK-CALC-ANO REMAINDER WRK-RESTO-MES.
           ADD 1 WRK-RESTO-MES GIVING WRK-CALC-MES.

           MOVE WRK-DIAS-NO-MES(WRK-CALC-MES) TO WRK-ULTIMO-DIA.
           IF WRK-CALC-MES = 2
              DIVIDE WRK-CALC-ANO BY 4
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4
              DIVIDE WRK-CALC-ANO BY 100
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100
              DIVIDE WRK-CALC-ANO BY 400
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400
              IF WRK-RESTO-4 = ZEROS
                 AND (WRK-RESTO-100 NOT = ZEROS
                      OR WRK-RESTO-400 = ZEROS)
                 MOVE 29 TO WRK-ULTIMO-DIA
              END-IF
           END-IF.
           IF WRK-CALC-DIA > WRK-ULTIMO-DIA
              MOVE WRK-ULTIMO-DIA TO WRK-CALC-DIA
           END-IF.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-CARTEIRA-HOJE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-REJEITADAS > ZEROS
              OR WRK-CONT-ORDENS-SUSPENSAS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

      *A CARTEIRA DE HOJE LEVA TODAS AS ORDENS DO RUN, INCLUSIVE
      *AS ENCERRADAS E CANCELADAS HOJE (SAEM NA PROXIMA CARGA).
       055-GRAVAR-CARTEIRA-HOJE.
           PERFORM 056-GRAVAR-UMA-ORDEM
               VARYING IDX-ORD FROM 1 BY 1
               UNTIL IDX-ORD > WRK-TAB-ORD-QTDE.

       056-GRAVAR-UMA-ORDEM.
           MOVE TAB-ORD-NUM-ORDEM(IDX-ORD)     TO ORD-NUM-ORDEM.
           MOVE TAB-ORD-CHAVE-ORIGEM(IDX-ORD)  TO ORD-CHAVE-ORIGEM.
           MOVE TAB-ORD-CHAVE-DESTINO(IDX-ORD) TO ORD-CHAVE-DESTINO.
           MOVE TAB-ORD-VALOR(IDX-ORD)         TO ORD-VALOR.
           MOVE TAB-ORD-FREQUENCIA(IDX-ORD)    TO ORD-FREQUENCIA.
           MOVE TAB-ORD-DIA-BASE(IDX-ORD)      TO ORD-DIA-BASE.
           MOVE TAB-ORD-DATA-AGENDADA(IDX-ORD) TO ORD-DATA-AGENDADA.
           MOVE TAB-ORD-DATA-PROXIMA(IDX-ORD)  TO ORD-DATA-PROXIMA.
           MOVE TAB-ORD-DATA-FIM(IDX-ORD)      TO ORD-DATA-FIM.
           MOVE TAB-ORD-SOLICITANTE(IDX-ORD)   TO ORD-SOLICITANTE.
           MOVE TAB-ORD-DOCUMENTO(IDX-ORD)     TO ORD-DOCUMENTO.
           MOVE TAB-ORD-QTD-FALHAS(IDX-ORD)    TO ORD-QTD-FALHAS.
           MOVE TAB-ORD-STATUS(IDX-ORD)        TO ORD-STATUS.
           MOVE TAB-ORD-DATA-INCLUSAO(IDX-ORD) TO ORD-DATA-INCLUSAO.
           WRITE FD-ORDHOJE-REGISTRO FROM WRK-ORD-REGISTRO.
           IF WRK-FS-ORDHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ORDHOJE - FS: " WRK-FS-ORDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-ORDHOJE.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Transacoes Lidas TRFIN.....: "
                   WRK-CONT-LIDOS-TRFIN.
           DISPLAY "Quantidade de Transferencias Imediatas...: "
                   WRK-CONT-TRANSF-IMEDIATAS.
           DISPLAY "Quantidade de Ordens Incluidas...........: "
                   WRK-CONT-ORDENS-INCLUIDAS.
           DISPLAY "Quantidade de Ordens Canceladas..........: "
                   WRK-CONT-ORDENS-CANCELADAS.
           DISPLAY "Quantidade de Ordens Executadas..........: "
                   WRK-CONT-ORDENS-EXECUTADAS.
           DISPLAY "Quantidade de Ordens Pendentes de Saldo..: "
                   WRK-CONT-ORDENS-PENDENTES.
           DISPLAY "Quantidade de Ordens Suspensas...........: "
                   WRK-CONT-ORDENS-SUSPENSAS.
           DISPLAY "Quantidade de Ordens Encerradas..........: "
                   WRK-CONT-ORDENS-ENCERRADAS.
           DISPLAY "Quantidade de Transacoes Recusadas.......: "
                   WRK-CONT-REJEITADAS.
           DISPLAY "Quantidade de Registros Gravados ORDHOJE.: "
                   WRK-CONT-GRAVADOS-ORDHOJE.

       052-FECHAR-ARQUIVOS.
           IF WRK-FS-TRFIN NOT = "35"
              CLOSE TRFIN
           END-IF.

           IF WRK-FS-TITULAR2 NOT = "35"
              CLOSE TITULAR2
              IF WRK-FS-TITULAR2 NOT = "00"
                 DISPLAY "ERRO CLOSE TITULAR2 - FS: "
                         WRK-FS-TITULAR2
              END-IF
           END-IF.

           CLOSE CADCLINT.
           IF WRK-FS-CADCLINT NOT = "00"
              DISPLAY "ERRO CLOSE CADCLINT - FS: " WRK-FS-CADCLINT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ORDHOJE.
           IF WRK-FS-ORDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE ORDHOJE - FS: " WRK-FS-ORDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE TRFJRN.
           IF WRK-FS-TRFJRN NOT = "00"
              DISPLAY "ERRO CLOSE TRFJRN - FS: " WRK-FS-TRFJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE TRFERR.
           IF WRK-FS-TRFERR NOT = "00"
              DISPLAY "ERRO CLOSE TRFERR - FS: " WRK-FS-TRFERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ORDAVISO.
           IF WRK-FS-ORDAVISO NOT = "00"
              DISPLAY "ERRO CLOSE ORDAVISO - FS: " WRK-FS-ORDAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX12".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX15.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX15
      *INFORME DE RENDIMENTOS ANUAL DAS CONTAS BANCARIAS (CADCLIN)
      *PARA A DECLARACAO DE IMPOSTO DE RENDA. RODA UMA VEZ POR
      *ANO, EM FEVEREIRO, SOBRE O ANO-CALENDARIO DO PARAMETRO
      *PARMINF (SEM ELE, O ANO ANTERIOR AO DO SISTEMA). PARA CADA
      *CONTA MONTA UM DOCUMENTO COM:
      *  - O SALDO EM 31/12 DO ANO ANTERIOR (CADCLINANT, SNAPSHOT
      *    DO CADASTRO NAQUELA DATA) E DO ANO-CALENDARIO (CADCLIN,
      *    SNAPSHOT EM 31/12 DO ANO);
      *  - O RENDIMENTO DE CDB CREDITADO NO ANO (CDBHIST - AS
      *    GERACOES DO ANO DO CDBHOJE DO AC00EX82 CONCATENADAS;
      *    CONTA O CONTRATO LIQUIDADO OU RESGATADO, QUE SO APARECE
      *    NA GERACAO DO MES EM QUE FOI CREDITADO);
      *  - OS JUROS CREDITADOS EM CONTA PELO AC00EX33 (GERACOES DO
      *    ANO DO JURNAL CONCATENADAS, SO OS VALORES POSITIVOS);
      *  - O SALDO DEVEDOR DE EMPRESTIMO EM 31/12 DO ANO ANTERIOR
      *    E DO ANO (CARTEIRAS CRONANT/CRONHOJE DO AC00EX83
      *    NAQUELAS DATAS - PARCELAS EM ABERTO OU EM ATRASO, COMO
      *    NO RELATORIO DE CARTEIRA).
      *CONTA COM SEGUNDO TITULAR NO KSDS TITULAR2 GERA UM SEGUNDO
      *DOCUMENTO EM NOME DELE, COM O DOCUMENTO DO TITULAR. CONTA
      *ENCERRADA NO ANO (SO NO CADCLINANT) TAMBEM RECEBE O
      *INFORME, COM SALDO ZERO NO FIM DO ANO.
      *O INFORME E OBRIGATORIO: O DOCUMENTO SAI PELO CORREIO
      *(INFORME) QUANDO HA ENDERECO UTILIZAVEL NO KSDS ENDERECO E
      *O CLIENTE NAO FEZ OPT-OUT NO REGISTRO CONSENT; SENAO FICA
      *PARA RETIRADA NA AGENCIA (INFRET), E O OPT-OUT GRAVA A
      *TRILHA SUPRAUD. CADA DOCUMENTO GERA UM REGISTRO NO ARQUIVO
      *CONSOLIDADO INFCONS PARA A DECLARACAO A RECEITA. RENDIMENTO
      *OU EMPRESTIMO DE CONTA QUE NAO ESTA EM NENHUM DOS DOIS
      *SNAPSHOTS E APONTADO NO LOG E TERMINA COM RC 4.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *ANO-CALENDARIO DO INFORME (OPCIONAL)
       SELECT PARMINF  ASSIGN    TO PARMINF
                      FILE STATUS    IS WRK-FS-PARMINF.

      *CADASTRO EM 31/12 DO ANO-CALENDARIO
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CADASTRO EM 31/12 DO ANO ANTERIOR (OPCIONAL)
       SELECT CADCLINANT ASSIGN  TO CADCLINANT
                      FILE STATUS    IS WRK-FS-CADCLINANT.

      *GERACOES DO ANO DA CARTEIRA DE CDB DO AC00EX82 (OPCIONAL)
       SELECT CDBHIST  ASSIGN    TO CDBHIST
                      FILE STATUS    IS WRK-FS-CDBHIST.

      *GERACOES DO ANO DO DIARIO DE JUROS DO AC00EX33 (OPCIONAL)
       SELECT JURNAL   ASSIGN    TO JURNAL
                      FILE STATUS    IS WRK-FS-JURNAL.

      *CARTEIRA DE EMPRESTIMOS EM 31/12 DO ANO ANTERIOR (OPCIONAL)
       SELECT CRONANT  ASSIGN    TO CRONANT
                      FILE STATUS    IS WRK-FS-CRONANT.

      *CARTEIRA DE EMPRESTIMOS EM 31/12 DO ANO (OPCIONAL)
       SELECT CRONHOJE ASSIGN    TO CRONHOJE
                      FILE STATUS    IS WRK-FS-CRONHOJE.

       SELECT ENDERECO ASSIGN    TO ENDERECO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-ENDERECO-CHAVE
                      FILE STATUS    IS WRK-FS-ENDERECO.

      *SEGUNDOS TITULARES DAS CONTAS
       SELECT TITULAR2 ASSIGN    TO TITULAR2
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-TITULAR2-CHAVE
                      FILE STATUS    IS WRK-FS-TITULAR2.

      *REGISTRO UNICO DE CONSENTIMENTO E OPT-OUT DE CONTATO
      *(OPCIONAL)
       SELECT CONSENT  ASSIGN    TO CONSENT
                      FILE STATUS    IS WRK-FS-CONSENT.

      *TRILHA DE SUPRESSAO DE CONTATO - ACUMULADA ENTRE OS RUNS
       SELECT SUPRAUD  ASSIGN    TO SUPRAUD
                      FILE STATUS    IS WRK-FS-SUPRAUD.

      *INFORMES DO CANAL CORREIO
       SELECT INFORME  ASSIGN    TO INFORME
                      FILE STATUS    IS WRK-FS-INFORME.

      *INFORMES PARA RETIRADA NA AGENCIA
       SELECT INFRET   ASSIGN    TO INFRET
                      FILE STATUS    IS WRK-FS-INFRET.

      *ARQUIVO CONSOLIDADO PARA A DECLARACAO A RECEITA
       SELECT INFCONS  ASSIGN    TO INFCONS
                      FILE STATUS    IS WRK-FS-INFCONS.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMINF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMINF-REGISTRO     PIC X(004).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  CADCLINANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLINANT-REGISTRO  PIC X(090).

       FD  CDBHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CDBHIST-REGISTRO     PIC X(073).

       FD  JURNAL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JURNAL-REGISTRO      PIC X(061).

       FD  CRONANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRONANT-REGISTRO     PIC X(046).

       FD  CRONHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRONHOJE-REGISTRO    PIC X(046).

       FD  ENDERECO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDERECO-REGISTRO.
           05 FD-ENDERECO-CHAVE     PIC X(015).
           05 FILLER                PIC X(060).

       FD  TITULAR2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TITULAR2-REGISTRO.
           05 FD-TITULAR2-CHAVE     PIC X(015).
           05 FILLER                PIC X(051).

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

       FD  INFORME
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-INFORME-REGISTRO     PIC X(080).

       FD  INFRET
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-INFRET-REGISTRO      PIC X(080).

       FD  INFCONS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-INFCONS-REGISTRO     PIC X(150).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMINF        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLINANT     PIC X(002) VALUE SPACES.
           05 WRK-FS-CDBHIST        PIC X(002) VALUE SPACES.
           05 WRK-FS-JURNAL         PIC X(002) VALUE SPACES.
           05 WRK-FS-CRONANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CRONHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-TITULAR2       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONSENT        PIC X(002) VALUE SPACES.
           05 WRK-FS-SUPRAUD        PIC X(002) VALUE SPACES.
           05 WRK-FS-INFORME        PIC X(002) VALUE SPACES.
           05 WRK-FS-INFRET         PIC X(002) VALUE SPACES.
           05 WRK-FS-INFCONS        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMINF
       01  WRK-PARMINF-REGISTRO.
           05 PARMINF-ANO-BASE      PIC  9(004).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE CDBHIST - MESMO CDBHOJE GRAVADO PELO AC00EX82
       01  WRK-CDB-REGISTRO.
           05 CDB-CONTRATO          PIC  9(008).
           05 CDB-CHAVE             PIC  X(015).
           05 CDB-DATA-ABERTURA     PIC  9(008).
           05 CDB-DATA-VENCTO       PIC  9(008).
           05 CDB-TAXA-MES          PIC  9(003)V9999.
           05 CDB-PRINCIPAL         PIC  9(011)V99.
           05 CDB-JUROS-ACUM        PIC S9(011)V99.
           05 CDB-STATUS            PIC  X(001).
               88 CDB-ATIVO            VALUE "A".
               88 CDB-LIQUIDADO        VALUE "L".
               88 CDB-RESGATADO        VALUE "R".

      *LAYOUT DE JURNAL - MESMO GRAVADO PELO AC00EX33
       01  WRK-JURNAL-REGISTRO.
           05 JURNAL-CHAVE          PIC  X(015).
           05 JURNAL-SALDO-ANTES    PIC S9(011)V99.
           05 JURNAL-TAXA-APLICADA  PIC  9(003)V9999.
           05 JURNAL-VALOR-JUROS    PIC S9(011)V99.
           05 JURNAL-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE CRONANT/CRONHOJE - MESMO GRAVADO PELO AC00EX83
       01  WRK-CRON-REGISTRO.
           05 CRON-CHAVE            PIC  X(015).
           05 CRON-NUM-PARCELA      PIC  9(003).
           05 CRON-DATA-VENC        PIC  9(008).
           05 CRON-VALOR            PIC  9(009)V99.
           05 CRON-STATUS           PIC  X(001).
               88 CRON-ABERTA          VALUE "A".
               88 CRON-PAGA            VALUE "P".
               88 CRON-EM-ATRASO       VALUE "V".
           05 CRON-DATA-PAGTO       PIC  9(008).

      *LAYOUT DE ENDERECO - MESMO MANTIDO PELO AC00EX37
       01  WRK-ENDERECO-REGISTRO.
           05 ENDERECO-CHAVE        PIC X(015).
           05 ENDERECO-RUA          PIC X(030).
           05 ENDERECO-CIDADE       PIC X(020).
           05 ENDERECO-UF           PIC X(002).
           05 ENDERECO-CEP          PIC 9(008).

      *LAYOUT DE TITULAR2 - MESMO MANTIDO PELO AC00EX81
       01  WRK-TITULAR2-REGISTRO.
           05 TITULAR2-CHAVE        PIC X(015).
           05 TITULAR2-NOME         PIC X(040).
           05 TITULAR2-DOCUMENTO    PIC 9(011).

      *LAYOUT DO REGISTRO DE CONSENTIMENTO - A CHAVE DA CONTA DO
      *BANCO E A PROPRIA CHAVE GENERICA
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

      *LAYOUT DE INFCONS - UM REGISTRO POR DOCUMENTO EMITIDO
       01  WRK-INFCONS-REGISTRO.
           05 INFCONS-ANO-BASE      PIC  9(004).
           05 INFCONS-CHAVE         PIC  X(015).
           05 INFCONS-TITULARIDADE  PIC  X(001).
               88 INFCONS-TITULAR      VALUE "1".
               88 INFCONS-TITULAR2     VALUE "2".
           05 INFCONS-NOME          PIC  X(040).
           05 INFCONS-DOCUMENTO     PIC  9(011).
           05 INFCONS-SALDO-ANT     PIC S9(011)V99.
           05 INFCONS-SALDO-ATU     PIC S9(011)V99.
           05 INFCONS-REND-CDB      PIC S9(011)V99.
           05 INFCONS-JUROS-CRED    PIC S9(011)V99.
           05 INFCONS-EMPR-ANT      PIC  9(011)V99.
           05 INFCONS-EMPR-ATU      PIC  9(011)V99.
           05 INFCONS-CANAL         PIC  X(001).
               88 INFCONS-CORREIO      VALUE "C".
               88 INFCONS-RETIRADA     VALUE "R".

      *CONTAS DO SNAPSHOT DO ANO ANTERIOR, COM MARCACAO DE USO
      *PARA APONTAR AS CONTAS ENCERRADAS NO ANO
       01  WRK-TAB-ANT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ANT-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-ANT-QTDE
               INDEXED BY IDX-ANT.
           05 TAB-ANT-CHAVE         PIC X(015).
           05 TAB-ANT-NOME          PIC X(040).
           05 TAB-ANT-SALDO         PIC S9(011)V99.
           05 TAB-ANT-USADO         PIC X(001).
               88 TAB-ANT-FOI-USADO    VALUE "S".

      *VALORES DO ANO POR CONTA (RENDIMENTO DE CDB, JUROS
      *CREDITADOS E SALDO DEVEDOR DE EMPRESTIMO), COM MARCACAO DE
      *USO PARA APONTAR OS VALORES SEM CONTA
       01  WRK-TAB-VAL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-VAL-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-VAL-QTDE
               INDEXED BY IDX-VAL.
           05 TAB-VAL-CHAVE         PIC X(015).
           05 TAB-VAL-REND-CDB      PIC S9(011)V99.
           05 TAB-VAL-JUROS-CRED    PIC S9(011)V99.
           05 TAB-VAL-EMPR-ANT      PIC 9(011)V99.
           05 TAB-VAL-EMPR-ATU      PIC 9(011)V99.
           05 TAB-VAL-USADO         PIC X(001).
               88 TAB-VAL-FOI-USADO    VALUE "S".

      *OPT-OUTS CARREGADOS EM MEMORIA
       01  WRK-TAB-CONS-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CONS-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CONS-QTDE
               INDEXED BY IDX-CONS.
           05 TAB-CONS-CHAVE        PIC X(015).

      *DADOS DA CONTA DO DOCUMENTO CORRENTE
       01  WRK-DOC-CHAVE            PIC X(015) VALUE SPACES.
       01  WRK-DOC-NOME             PIC X(040) VALUE SPACES.
       01  WRK-DOC-SALDO-ANT        PIC S9(011)V99 VALUE ZEROS.
       01  WRK-DOC-SALDO-ATU        PIC S9(011)V99 VALUE ZEROS.
       01  WRK-DOC-REND-CDB         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-DOC-JUROS-CRED       PIC S9(011)V99 VALUE ZEROS.
       01  WRK-DOC-EMPR-ANT         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-DOC-EMPR-ATU         PIC 9(011)V99 VALUE ZEROS.

      *CHAVE E VALORES DO REGISTRO QUE ESTA SENDO ACUMULADO
       01  WRK-VAL-CHAVE            PIC X(015) VALUE SPACES.
       01  WRK-VAL-REND-CDB         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-VAL-JUROS-CRED       PIC S9(011)V99 VALUE ZEROS.
       01  WRK-VAL-EMPR-ANT         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-VAL-EMPR-ATU         PIC 9(011)V99 VALUE ZEROS.

      *ANO-CALENDARIO E DATAS DE REFERENCIA IMPRESSAS
       01  WRK-ANO-BASE             PIC 9(004) VALUE ZEROS.
       01  WRK-ANO-ANTERIOR         PIC 9(004) VALUE ZEROS.

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-DATA-REF-ATU.
           05 FILLER                PIC X(006) VALUE "31/12/".
           05 WRK-REF-ATU-ANO       PIC 9(004).

       01  WRK-DATA-REF-ANT.
           05 FILLER                PIC X(006) VALUE "31/12/".
           05 WRK-REF-ANT-ANO       PIC 9(004).

      *LINHAS DO DOCUMENTO
       01  WRK-LINHA-IMPRESSAO      PIC X(080) VALUE SPACES.

       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-BRANCO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-TITULO.
           05 FILLER                PIC X(037)
              VALUE "INFORME DE RENDIMENTOS FINANCEIROS - ".
           05 FILLER                PIC X(015)
              VALUE "ANO-CALENDARIO ".
           05 TIT-ANO-BASE          PIC 9(004).
           05 FILLER                PIC X(024) VALUE SPACES.

       01  WRK-LINHA-CABECALHO.
           05 FILLER                PIC X(015)
              VALUE "CONTA          ".
           05 CAB-CHAVE             PIC X(015).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CAB-NOME              PIC X(040).
           05 FILLER                PIC X(007) VALUE SPACES.

       01  WRK-LINHA-TITULAR2.
           05 FILLER                PIC X(015)
              VALUE "2O TITULAR:    ".
           05 TIT2-NOME             PIC X(040).
           05 FILLER                PIC X(006) VALUE " DOC: ".
           05 TIT2-DOCUMENTO        PIC 9(011).
           05 FILLER                PIC X(008) VALUE SPACES.

       01  WRK-LINHA-ENDERECO.
           05 FILLER                PIC X(005) VALUE "END: ".
           05 CAB-END-RUA           PIC X(030).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB-END-CIDADE        PIC X(020).
           05 FILLER                PIC X(001) VALUE "-".
           05 CAB-END-UF            PIC X(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB-END-CEP           PIC 9(008).
           05 FILLER                PIC X(012) VALUE SPACES.

       01  WRK-LINHA-RETIRADA.
           05 FILLER                PIC X(040)
              VALUE "ENTREGA: RETIRADA NA AGENCIA DA CONTA   ".
           05 FILLER                PIC X(040) VALUE SPACES.

       01  WRK-LINHA-VALOR.
           05 VAL-DESCRICAO         PIC X(030).
           05 VAL-DATA-REF          PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 VAL-VALOR             PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(020) VALUE SPACES.

      *APOIO AO DOCUMENTO CORRENTE
       01  WRK-SW-ENDERECO          PIC 9(001) VALUE ZEROS.
           88 ENDERECO-ENCONTRADO      VALUE 1.
           88 ENDERECO-NAO-ENCONTRADO  VALUE 0.
       01  WRK-SW-TITULAR2          PIC 9(001) VALUE ZEROS.
           88 TITULAR2-ENCONTRADO      VALUE 1.
           88 TITULAR2-NAO-ENCONTRADO  VALUE 0.
       01  WRK-CANAL-ATUAL          PIC X(001) VALUE "C".
           88 CANAL-CORREIO            VALUE "C".
           88 CANAL-RETIRADA           VALUE "R".

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CADCLIN      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CADCLINANT   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CDBHIST      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-JURNAL       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CRON         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CONTAS-ENCERRADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOCUMENTOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOCS-TITULAR2      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOCS-CORREIO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOCS-RETIRADA      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-OPT-OUT            PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-VALORES-SEM-CONTA  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX15-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-GERAR-INFORME
             UNTIL WRK-FS-CADCLIN = "10".
           PERFORM 024-GERAR-ENCERRADAS.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX15 INICIADO - INFORME RENDIMENTOS"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMINF.
           PERFORM 014-CARREGAR-TABELA-ANT.
           PERFORM 015-CARREGAR-TABELA-CDBHIST.
           PERFORM 016-CARREGAR-TABELA-JURNAL.
           PERFORM 017-CARREGAR-TABELA-CRON.
           PERFORM 018-CARREGAR-TABELA-CONSENT.
           PERFORM 041-LER-CADCLIN.
           IF WRK-FS-CADCLIN = "10"
              DISPLAY "ARQUIVO CADCLIN VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    ENDERECO.
           IF WRK-FS-ENDERECO NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ENDERECO - FS: "
                      WRK-FS-ENDERECO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    TITULAR2.
           IF WRK-FS-TITULAR2 NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA TITULAR2 - FS: "
                      WRK-FS-TITULAR2
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

           OPEN OUTPUT   INFORME.
           IF WRK-FS-INFORME NOT = ZEROS
              DISPLAY "ERRO ABERTURA INFORME - FS: " WRK-FS-INFORME
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   INFRET.
           IF WRK-FS-INFRET NOT = ZEROS
              DISPLAY "ERRO ABERTURA INFRET - FS: " WRK-FS-INFRET
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   INFCONS.
           IF WRK-FS-INFCONS NOT = ZEROS
              DISPLAY "ERRO ABERTURA INFCONS - FS: " WRK-FS-INFCONS
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, O INFORME E DO ANO ANTERIOR AO DO SISTEMA.
       013-LER-PARMINF.
           MOVE ZEROS TO WRK-PARMINF-REGISTRO.
           OPEN INPUT   PARMINF.
           IF WRK-FS-PARMINF NOT = "35"
              IF WRK-FS-PARMINF NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMINF - FS: "
                         WRK-FS-PARMINF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMINF INTO WRK-PARMINF-REGISTRO
              IF WRK-FS-PARMINF NOT = "00"
                 DISPLAY "ARQUIVO PARMINF VAZIO - FS: "
                         WRK-FS-PARMINF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMINF
           END-IF.

           IF PARMINF-ANO-BASE = ZEROS
              COMPUTE WRK-ANO-BASE = WRK-SIS-ANO - 1
           ELSE
              MOVE PARMINF-ANO-BASE TO WRK-ANO-BASE
           END-IF.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1.
           MOVE WRK-ANO-BASE     TO WRK-REF-ATU-ANO.
           MOVE WRK-ANO-ANTERIOR TO WRK-REF-ANT-ANO.
           MOVE WRK-ANO-BASE     TO TIT-ANO-BASE.
           DISPLAY "ANO-CALENDARIO DO INFORME: " WRK-ANO-BASE.

      *CONTAS E SALDOS EM 31/12 DO ANO ANTERIOR. SEM O SNAPSHOT,
      *O SALDO ANTERIOR SAI ZERADO.
       014-CARREGAR-TABELA-ANT.
           OPEN INPUT   CADCLINANT.
           IF WRK-FS-CADCLINANT NOT = "35"
              IF WRK-FS-CADCLINANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CADCLINANT - FS: "
                         WRK-FS-CADCLINANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-CADCLINANT
              PERFORM 030-MOVER-DADOS-TAB-ANT
                UNTIL WRK-FS-CADCLINANT = "10"
              CLOSE CADCLINANT
              IF WRK-FS-CADCLINANT NOT = "00"
                 DISPLAY "ERRO CLOSE CADCLINANT - FS: "
                         WRK-FS-CADCLINANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       030-MOVER-DADOS-TAB-ANT.
           IF WRK-TAB-ANT-QTDE NOT < 999
              DISPLAY "TABELA DE CONTAS DO ANO ANTERIOR CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-ANT-QTDE.
           MOVE CADCLIN-CHAVE
           TO TAB-ANT-CHAVE(WRK-TAB-ANT-QTDE).
           MOVE CADCLIN-NOME-CLIENTE
           TO TAB-ANT-NOME(WRK-TAB-ANT-QTDE).
           MOVE CADCLIN-SALDO-ATUAL
           TO TAB-ANT-SALDO(WRK-TAB-ANT-QTDE).
           MOVE "N"
           TO TAB-ANT-USADO(WRK-TAB-ANT-QTDE).
           PERFORM 042-LER-CADCLINANT.

      *RENDIMENTO DE CDB CREDITADO NO ANO - CONTRATO LIQUIDADO NO
      *VENCIMENTO OU RESGATADO (OS JUROS DO RESGATE JA VEM LIQUIDOS
      *DA PENALIDADE). CONTRATO ATIVO AINDA NAO CREDITOU NADA.
       015-CARREGAR-TABELA-CDBHIST.
           OPEN INPUT   CDBHIST.
           IF WRK-FS-CDBHIST NOT = "35"
              IF WRK-FS-CDBHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CDBHIST - FS: "
                         WRK-FS-CDBHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-CDBHIST
              PERFORM 031-ACUMULAR-CDB
                UNTIL WRK-FS-CDBHIST = "10"
              CLOSE CDBHIST
              IF WRK-FS-CDBHIST NOT = "00"
                 DISPLAY "ERRO CLOSE CDBHIST - FS: " WRK-FS-CDBHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-ACUMULAR-CDB.
           IF CDB-LIQUIDADO OR CDB-RESGATADO
              PERFORM 035-ZERAR-VALORES
              MOVE CDB-CHAVE      TO WRK-VAL-CHAVE
              MOVE CDB-JUROS-ACUM TO WRK-VAL-REND-CDB
              PERFORM 036-ACUMULAR-VALORES
           END-IF.
           PERFORM 043-LER-CDBHIST.

      *JUROS CREDITADOS EM CONTA NO ANO. O JURO DE DEVEDOR (VALOR
      *NEGATIVO) NAO E RENDIMENTO E NAO ENTRA NO INFORME.
       016-CARREGAR-TABELA-JURNAL.
           OPEN INPUT   JURNAL.
           IF WRK-FS-JURNAL NOT = "35"
              IF WRK-FS-JURNAL NOT = ZEROS
                 DISPLAY "ERRO ABERTURA JURNAL - FS: " WRK-FS-JURNAL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-JURNAL
              PERFORM 032-ACUMULAR-JUROS
                UNTIL WRK-FS-JURNAL = "10"
              CLOSE JURNAL
              IF WRK-FS-JURNAL NOT = "00"
                 DISPLAY "ERRO CLOSE JURNAL - FS: " WRK-FS-JURNAL
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       032-ACUMULAR-JUROS.
           IF JURNAL-VALOR-JUROS > ZEROS
              PERFORM 035-ZERAR-VALORES
              MOVE JURNAL-CHAVE       TO WRK-VAL-CHAVE
              MOVE JURNAL-VALOR-JUROS TO WRK-VAL-JUROS-CRED
              PERFORM 036-ACUMULAR-VALORES
           END-IF.
           PERFORM 044-LER-JURNAL.

      *SALDO DEVEDOR DE EMPRESTIMO NAS DUAS DATAS - SOMA DAS
      *PARCELAS AINDA NAO PAGAS NA CARTEIRA DE CADA 31/12.
       017-CARREGAR-TABELA-CRON.
           OPEN INPUT   CRONANT.
           IF WRK-FS-CRONANT NOT = "35"
              IF WRK-FS-CRONANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRONANT - FS: " WRK-FS-CRONANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-CRONANT
              PERFORM 033-ACUMULAR-CRONANT
                UNTIL WRK-FS-CRONANT = "10"
              CLOSE CRONANT
              IF WRK-FS-CRONANT NOT = "00"
                 DISPLAY "ERRO CLOSE CRONANT - FS: " WRK-FS-CRONANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           OPEN INPUT   CRONHOJE.
           IF WRK-FS-CRONHOJE NOT = "35"
              IF WRK-FS-CRONHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRONHOJE - FS: "
                         WRK-FS-CRONHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-CRONHOJE
              PERFORM 034-ACUMULAR-CRONHOJE
                UNTIL WRK-FS-CRONHOJE = "10"
              CLOSE CRONHOJE
              IF WRK-FS-CRONHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE CRONHOJE - FS: "
                         WRK-FS-CRONHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-ACUMULAR-CRONANT.
           IF NOT CRON-PAGA
              PERFORM 035-ZERAR-VALORES
              MOVE CRON-CHAVE TO WRK-VAL-CHAVE
              MOVE CRON-VALOR TO WRK-VAL-EMPR-ANT
              PERFORM 036-ACUMULAR-VALORES
           END-IF.
           PERFORM 045-LER-CRONANT.

       034-ACUMULAR-CRONHOJE.
           IF NOT CRON-PAGA
              PERFORM 035-ZERAR-VALORES
              MOVE CRON-CHAVE TO WRK-VAL-CHAVE
              MOVE CRON-VALOR TO WRK-VAL-EMPR-ATU
              PERFORM 036-ACUMULAR-VALORES
           END-IF.
           PERFORM 046-LER-CRONHOJE.

       035-ZERAR-VALORES.
           MOVE SPACES TO WRK-VAL-CHAVE.
           MOVE ZEROS  TO WRK-VAL-REND-CDB.
           MOVE ZEROS  TO WRK-VAL-JUROS-CRED.
           MOVE ZEROS  TO WRK-VAL-EMPR-ANT.
           MOVE ZEROS  TO WRK-VAL-EMPR-ATU.

      *SOMA OS VALORES DO REGISTRO LIDO NA ENTRADA DA CONTA,
      *ABRINDO A ENTRADA NA PRIMEIRA OCORRENCIA.
       036-ACUMULAR-VALORES.
           SET IDX-VAL TO 1.
           SEARCH TAB-VAL-REGISTRO
               AT END
                   PERFORM 037-INCLUIR-VALORES
               WHEN TAB-VAL-CHAVE(IDX-VAL) = WRK-VAL-CHAVE
                   CONTINUE
           END-SEARCH.
           ADD WRK-VAL-REND-CDB   TO TAB-VAL-REND-CDB(IDX-VAL).
           ADD WRK-VAL-JUROS-CRED TO TAB-VAL-JUROS-CRED(IDX-VAL).
           ADD WRK-VAL-EMPR-ANT   TO TAB-VAL-EMPR-ANT(IDX-VAL).
           ADD WRK-VAL-EMPR-ATU   TO TAB-VAL-EMPR-ATU(IDX-VAL).

       037-INCLUIR-VALORES.
           IF WRK-TAB-VAL-QTDE NOT < 2000
              DISPLAY "TABELA DE VALORES DO ANO CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-VAL-QTDE.
           SET IDX-VAL TO WRK-TAB-VAL-QTDE.
           MOVE WRK-VAL-CHAVE TO TAB-VAL-CHAVE(IDX-VAL).
           MOVE ZEROS         TO TAB-VAL-REND-CDB(IDX-VAL).
           MOVE ZEROS         TO TAB-VAL-JUROS-CRED(IDX-VAL).
           MOVE ZEROS         TO TAB-VAL-EMPR-ANT(IDX-VAL).
           MOVE ZEROS         TO TAB-VAL-EMPR-ATU(IDX-VAL).
           MOVE "N"           TO TAB-VAL-USADO(IDX-VAL).

      *CARREGA OS OPT-OUTS DO REGISTRO DE CONSENTIMENTO. SEM O
      *ARQUIVO, NENHUM INFORME DEIXA O CORREIO POR ESTA REGRA.
       018-CARREGAR-TABELA-CONSENT.
           OPEN INPUT   CONSENT.
           IF WRK-FS-CONSENT NOT = "35"
              IF WRK-FS-CONSENT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-CONSENT
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
           IF CONSENT-OPT-OUT AND WRK-TAB-CONS-QTDE < 999
              ADD 1 TO WRK-TAB-CONS-QTDE
              MOVE CONSENT-CHAVE
              TO TAB-CONS-CHAVE(WRK-TAB-CONS-QTDE)
           END-IF.
           PERFORM 047-LER-CONSENT.

      *UM INFORME POR CONTA DO CADCLIN DE 31/12, COM O SALDO DO
      *ANO ANTERIOR BUSCADO NO SNAPSHOT DAQUELA DATA.
       020-GERAR-INFORME.
           MOVE CADCLIN-CHAVE        TO WRK-DOC-CHAVE.
           MOVE CADCLIN-NOME-CLIENTE TO WRK-DOC-NOME.
           MOVE CADCLIN-SALDO-ATUAL  TO WRK-DOC-SALDO-ATU.
           MOVE ZEROS                TO WRK-DOC-SALDO-ANT.
           SET IDX-ANT TO 1.
           SEARCH TAB-ANT-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ANT-CHAVE(IDX-ANT) = CADCLIN-CHAVE
                   MOVE TAB-ANT-SALDO(IDX-ANT) TO WRK-DOC-SALDO-ANT
                   MOVE "S" TO TAB-ANT-USADO(IDX-ANT)
           END-SEARCH.
           PERFORM 021-EMITIR-CONTA.
           PERFORM 041-LER-CADCLIN.

      *DOCUMENTOS DA CONTA: O DO TITULAR E, HAVENDO SEGUNDO
      *TITULAR, UM EM NOME DELE COM OS MESMOS VALORES.
       021-EMITIR-CONTA.
           PERFORM 022-APURAR-VALORES.
           PERFORM 023-DEFINIR-CANAL.

           MOVE SPACES TO WRK-INFCONS-REGISTRO.
           SET INFCONS-TITULAR TO TRUE.
           MOVE WRK-DOC-NOME TO INFCONS-NOME.
           MOVE ZEROS        TO INFCONS-DOCUMENTO.
           PERFORM 026-MONTAR-DOCUMENTO.

           PERFORM 025-VERIFICAR-TITULAR2.
           IF TITULAR2-ENCONTRADO
              MOVE SPACES TO WRK-INFCONS-REGISTRO
              SET INFCONS-TITULAR2 TO TRUE
              MOVE TITULAR2-NOME      TO INFCONS-NOME
              MOVE TITULAR2-DOCUMENTO TO INFCONS-DOCUMENTO
              PERFORM 026-MONTAR-DOCUMENTO
              ADD 1 TO WRK-CONT-DOCS-TITULAR2
           END-IF.

       022-APURAR-VALORES.
           MOVE ZEROS TO WRK-DOC-REND-CDB.
           MOVE ZEROS TO WRK-DOC-JUROS-CRED.
           MOVE ZEROS TO WRK-DOC-EMPR-ANT.
           MOVE ZEROS TO WRK-DOC-EMPR-ATU.
           SET IDX-VAL TO 1.
           SEARCH TAB-VAL-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-VAL-CHAVE(IDX-VAL) = WRK-DOC-CHAVE
                   MOVE TAB-VAL-REND-CDB(IDX-VAL)
                     TO WRK-DOC-REND-CDB
                   MOVE TAB-VAL-JUROS-CRED(IDX-VAL)
                     TO WRK-DOC-JUROS-CRED
                   MOVE TAB-VAL-EMPR-ANT(IDX-VAL)
                     TO WRK-DOC-EMPR-ANT
                   MOVE TAB-VAL-EMPR-ATU(IDX-VAL)
                     TO WRK-DOC-EMPR-ATU
                   MOVE "S" TO TAB-VAL-USADO(IDX-VAL)
           END-SEARCH.

      *O INFORME VAI PELO CORREIO QUANDO HA ENDERECO UTILIZAVEL E
      *NAO HA OPT-OUT; SENAO FICA PARA RETIRADA NA AGENCIA. O
      *OPT-OUT GRAVA A TRILHA DE SUPRESSAO DO CORREIO.
       023-DEFINIR-CANAL.
           SET CANAL-CORREIO TO TRUE.
           SET ENDERECO-NAO-ENCONTRADO TO TRUE.
           IF WRK-FS-ENDERECO NOT = "35"
              MOVE WRK-DOC-CHAVE TO FD-ENDERECO-CHAVE
              READ ENDERECO INTO WRK-ENDERECO-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET ENDERECO-ENCONTRADO TO TRUE
              END-READ
           END-IF.
           IF ENDERECO-ENCONTRADO
              IF ENDERECO-RUA = SPACES OR ENDERECO-CEP = ZEROS
                 SET ENDERECO-NAO-ENCONTRADO TO TRUE
              END-IF
           END-IF.
           IF ENDERECO-NAO-ENCONTRADO
              SET CANAL-RETIRADA TO TRUE
           END-IF.

           SET IDX-CONS TO 1.
           SEARCH TAB-CONS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CONS-CHAVE(IDX-CONS) = WRK-DOC-CHAVE
                   SET CANAL-RETIRADA TO TRUE
                   ADD 1 TO WRK-CONT-OPT-OUT
                   PERFORM 049-GRAVAR-SUPRAUD
           END-SEARCH.

      *CONTAS DO SNAPSHOT ANTERIOR QUE NAO ESTAO MAIS NO CADASTRO
      *FORAM ENCERRADAS NO ANO E RECEBEM O INFORME COM SALDO ZERO.
       024-GERAR-ENCERRADAS.
           PERFORM 027-GERAR-UMA-ENCERRADA
           VARYING IDX-ANT FROM 1 BY 1
           UNTIL IDX-ANT > WRK-TAB-ANT-QTDE.

       027-GERAR-UMA-ENCERRADA.
           IF NOT TAB-ANT-FOI-USADO(IDX-ANT)
              MOVE TAB-ANT-CHAVE(IDX-ANT) TO WRK-DOC-CHAVE
              MOVE TAB-ANT-NOME(IDX-ANT)  TO WRK-DOC-NOME
              MOVE TAB-ANT-SALDO(IDX-ANT) TO WRK-DOC-SALDO-ANT
              MOVE ZEROS                  TO WRK-DOC-SALDO-ATU
              MOVE "S" TO TAB-ANT-USADO(IDX-ANT)
              ADD 1 TO WRK-CONT-CONTAS-ENCERRADAS
              PERFORM 021-EMITIR-CONTA
           END-IF.

       025-VERIFICAR-TITULAR2.
           SET TITULAR2-NAO-ENCONTRADO TO TRUE.
           IF WRK-FS-TITULAR2 NOT = "35"
              MOVE WRK-DOC-CHAVE TO FD-TITULAR2-CHAVE
              READ TITULAR2 INTO WRK-TITULAR2-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET TITULAR2-ENCONTRADO TO TRUE
              END-READ
           END-IF.

      *IMPRIME O DOCUMENTO NO ARQUIVO DO CANAL E GRAVA O REGISTRO
      *CONSOLIDADO. A TITULARIDADE, O NOME E O DOCUMENTO JA VEM
      *PREENCHIDOS NO REGISTRO CONSOLIDADO.
       026-MONTAR-DOCUMENTO.
           ADD 1 TO WRK-CONT-DOCUMENTOS.
           IF CANAL-RETIRADA
              ADD 1 TO WRK-CONT-DOCS-RETIRADA
           ELSE
              ADD 1 TO WRK-CONT-DOCS-CORREIO
           END-IF.

           MOVE WRK-LINHA-TRACO  TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.
           MOVE WRK-LINHA-TITULO TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.
           MOVE WRK-DOC-CHAVE    TO CAB-CHAVE.
           MOVE WRK-DOC-NOME     TO CAB-NOME.
           MOVE WRK-LINHA-CABECALHO TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.

           IF INFCONS-TITULAR2
              MOVE INFCONS-NOME      TO TIT2-NOME
              MOVE INFCONS-DOCUMENTO TO TIT2-DOCUMENTO
              MOVE WRK-LINHA-TITULAR2 TO WRK-LINHA-IMPRESSAO
              PERFORM 048-GRAVAR-LINHA
           END-IF.

           IF CANAL-RETIRADA
              MOVE WRK-LINHA-RETIRADA TO WRK-LINHA-IMPRESSAO
           ELSE
              MOVE ENDERECO-RUA    TO CAB-END-RUA
              MOVE ENDERECO-CIDADE TO CAB-END-CIDADE
              MOVE ENDERECO-UF     TO CAB-END-UF
              MOVE ENDERECO-CEP    TO CAB-END-CEP
              MOVE WRK-LINHA-ENDERECO TO WRK-LINHA-IMPRESSAO
           END-IF.
           PERFORM 048-GRAVAR-LINHA.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.

           MOVE "SALDO EM CONTA EM            " TO VAL-DESCRICAO.
           MOVE WRK-DATA-REF-ANT  TO VAL-DATA-REF.
           MOVE WRK-DOC-SALDO-ANT TO VAL-VALOR.
           PERFORM 039-IMPRIMIR-VALOR.
           MOVE "SALDO EM CONTA EM            " TO VAL-DESCRICAO.
           MOVE WRK-DATA-REF-ATU  TO VAL-DATA-REF.
           MOVE WRK-DOC-SALDO-ATU TO VAL-VALOR.
           PERFORM 039-IMPRIMIR-VALOR.
           MOVE "RENDIMENTO DE CDB NO ANO     " TO VAL-DESCRICAO.
           MOVE SPACES            TO VAL-DATA-REF.
           MOVE WRK-DOC-REND-CDB  TO VAL-VALOR.
           PERFORM 039-IMPRIMIR-VALOR.
           MOVE "JUROS CREDITADOS EM CONTA    " TO VAL-DESCRICAO.
           MOVE SPACES            TO VAL-DATA-REF.
           MOVE WRK-DOC-JUROS-CRED TO VAL-VALOR.
           PERFORM 039-IMPRIMIR-VALOR.
           MOVE "SALDO DEVEDOR EMPRESTIMO EM  " TO VAL-DESCRICAO.
           MOVE WRK-DATA-REF-ANT  TO VAL-DATA-REF.
           MOVE WRK-DOC-EMPR-ANT  TO VAL-VALOR.
           PERFORM 039-IMPRIMIR-VALOR.
           MOVE "SALDO DEVEDOR EMPRESTIMO EM  " TO VAL-DESCRICAO.
           MOVE WRK-DATA-REF-ATU  TO VAL-DATA-REF.
           MOVE WRK-DOC-EMPR-ATU  TO VAL-VALOR.
           PERFORM 039-IMPRIMIR-VALOR.

           MOVE WRK-LINHA-TRACO  TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.

           PERFORM 040-GRAVAR-INFCONS.

       039-IMPRIMIR-VALOR.
           MOVE WRK-LINHA-VALOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 048-GRAVAR-LINHA.

       040-GRAVAR-INFCONS.
           MOVE WRK-ANO-BASE       TO INFCONS-ANO-BASE.
           MOVE WRK-DOC-CHAVE      TO INFCONS-CHAVE.
           MOVE WRK-DOC-SALDO-ANT  TO INFCONS-SALDO-ANT.
           MOVE WRK-DOC-SALDO-ATU  TO INFCONS-SALDO-ATU.
           MOVE WRK-DOC-REND-CDB   TO INFCONS-REND-CDB.
           MOVE WRK-DOC-JUROS-CRED TO INFCONS-JUROS-CRED.
           MOVE WRK-DOC-EMPR-ANT   TO INFCONS-EMPR-ANT.
           MOVE WRK-DOC-EMPR-ATU   TO INFCONS-EMPR-ATU.
           MOVE WRK-CANAL-ATUAL    TO INFCONS-CANAL.
           WRITE FD-INFCONS-REGISTRO FROM WRK-INFCONS-REGISTRO.
           IF WRK-FS-INFCONS NOT = ZEROS
              DISPLAY "ERRO GRAVACAO INFCONS - FS: " WRK-FS-INFCONS
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CADCLIN = "00"
                ADD 1 TO WRK-CONT-LIDOS-CADCLIN
           END-IF.

       042-LER-CADCLINANT.
           READ CADCLINANT INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLINANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLINANT - FS: "
                      WRK-FS-CADCLINANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CADCLINANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CADCLINANT
           END-IF.

       043-LER-CDBHIST.
           READ CDBHIST INTO WRK-CDB-REGISTRO.
           IF WRK-FS-CDBHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CDBHIST - FS: " WRK-FS-CDBHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CDBHIST = "00"
                ADD 1 TO WRK-CONT-LIDOS-CDBHIST
           END-IF.

       044-LER-JURNAL.
           READ JURNAL INTO WRK-JURNAL-REGISTRO.
           IF WRK-FS-JURNAL NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA JURNAL - FS: " WRK-FS-JURNAL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-JURNAL = "00"
                ADD 1 TO WRK-CONT-LIDOS-JURNAL
           END-IF.

       045-LER-CRONANT.
           READ CRONANT INTO WRK-CRON-REGISTRO.
           IF WRK-FS-CRONANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRONANT - FS: " WRK-FS-CRONANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRONANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRON
           END-IF.

       046-LER-CRONHOJE.
           READ CRONHOJE INTO WRK-CRON-REGISTRO.
           IF WRK-FS-CRONHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRONHOJE - FS: " WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRONHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRON
           END-IF.

       047-LER-CONSENT.
           READ CONSENT INTO WRK-CONSENT-REGISTRO.
           IF WRK-FS-CONSENT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONSENT - FS: " WRK-FS-CONSENT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GRAVA A LINHA MONTADA NO ARQUIVO DO CANAL DO DOCUMENTO.
       048-GRAVAR-LINHA.
           IF CANAL-RETIRADA
              WRITE FD-INFRET-REGISTRO FROM WRK-LINHA-IMPRESSAO
              IF WRK-FS-INFRET NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO INFRET - FS: " WRK-FS-INFRET
                 PERFORM 999-ROTINA-ABEND
              END-IF
           ELSE
              WRITE FD-INFORME-REGISTRO FROM WRK-LINHA-IMPRESSAO
              IF WRK-FS-INFORME NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO INFORME - FS: "
                         WRK-FS-INFORME
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       049-GRAVAR-SUPRAUD.
           MOVE "AC01EX15"        TO SUPRAUD-PROGRAMA.
           MOVE WRK-DOC-CHAVE     TO SUPRAUD-CHAVE.
           MOVE WRK-DATA-SIS      TO SUPRAUD-DATA.
           MOVE "OPTOUT    "      TO SUPRAUD-REGRA.
           WRITE FD-SUPRAUD-REGISTRO FROM WRK-SUPRAUD-REGISTRO.
           IF WRK-FS-SUPRAUD NOT = ZEROS
              DISPLAY "ERRO GRAVACAO SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 053-APONTAR-SEM-CONTA
           VARYING IDX-VAL FROM 1 BY 1
           UNTIL IDX-VAL > WRK-TAB-VAL-QTDE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-VALORES-SEM-CONTA > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

      *RENDIMENTO OU EMPRESTIMO DE CONTA QUE NAO ESTA EM NENHUM
      *DOS DOIS SNAPSHOTS FICOU FORA DOS INFORMES.
       053-APONTAR-SEM-CONTA.
           IF NOT TAB-VAL-FOI-USADO(IDX-VAL)
              DISPLAY "VALORES SEM CONTA NO CADASTRO - CHAVE: "
                      TAB-VAL-CHAVE(IDX-VAL)
              ADD 1 TO WRK-CONT-VALORES-SEM-CONTA
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Contas Lidas CADCLIN........: "
                   WRK-CONT-LIDOS-CADCLIN.
           DISPLAY "Quantidade de Contas Lidas CADCLINANT.....: "
                   WRK-CONT-LIDOS-CADCLINANT.
           DISPLAY "Quantidade de Registros Lidos CDBHIST.....: "
                   WRK-CONT-LIDOS-CDBHIST.
           DISPLAY "Quantidade de Registros Lidos JURNAL......: "
                   WRK-CONT-LIDOS-JURNAL.
           DISPLAY "Quantidade de Parcelas Lidas CRON.........: "
                   WRK-CONT-LIDOS-CRON.
           DISPLAY "Quantidade de Contas Encerradas no Ano....: "
                   WRK-CONT-CONTAS-ENCERRADAS.
           DISPLAY "Quantidade de Informes Gerados............: "
                   WRK-CONT-DOCUMENTOS.
           DISPLAY "Quantidade de Informes de 2o Titular......: "
                   WRK-CONT-DOCS-TITULAR2.
           DISPLAY "Quantidade de Informes pelo Correio.......: "
                   WRK-CONT-DOCS-CORREIO.
           DISPLAY "Quantidade de Informes para Retirada......: "
                   WRK-CONT-DOCS-RETIRADA.
           DISPLAY "Quantidade de Contas com Opt-out..........: "
                   WRK-CONT-OPT-OUT.
           DISPLAY "Quantidade de Contas sem Cadastro.........: "
                   WRK-CONT-VALORES-SEM-CONTA.

       052-FECHAR-ARQUIVOS.
           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-ENDERECO NOT = "35"
              CLOSE ENDERECO
              IF WRK-FS-ENDERECO NOT = "00"
                 DISPLAY "ERRO CLOSE ENDERECO - FS: "
                         WRK-FS-ENDERECO
              END-IF
           END-IF.

           IF WRK-FS-TITULAR2 NOT = "35"
              CLOSE TITULAR2
              IF WRK-FS-TITULAR2 NOT = "00"
                 DISPLAY "ERRO CLOSE TITULAR2 - FS: "
                         WRK-FS-TITULAR2
              END-IF
           END-IF.

           CLOSE SUPRAUD.
           IF WRK-FS-SUPRAUD NOT = "00"
              DISPLAY "ERRO CLOSE SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE INFORME.
           IF WRK-FS-INFORME NOT = "00"
              DISPLAY "ERRO CLOSE INFORME - FS: " WRK-FS-INFORME
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE INFRET.
           IF WRK-FS-INFRET NOT = "00"
              DISPLAY "ERRO CLOSE INFRET - FS: " WRK-FS-INFRET
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE INFCONS.
           IF WRK-FS-INFCONS NOT = "00"
              DISPLAY "ERRO CLOSE INFCONS - FS: " WRK-FS-INFCONS
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX15".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

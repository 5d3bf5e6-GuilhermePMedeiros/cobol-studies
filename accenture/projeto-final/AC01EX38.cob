       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX38.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX38
      *MANUTENCAO DO CALENDARIO DE FERIADOS. O CADASTRO DE
      *FERIADOS (FERCADA -> FERCADN) GUARDA CADA FERIADO COM A SUA
      *ABRANGENCIA: N = NACIONAL, U = ESTADUAL (DE UMA UF), C =
      *MUNICIPAL (DE UMA CIDADE DA UF). AS TRANSACOES DO MANTFER
      *SAO APLICADAS NA ORDEM DO ARQUIVO:
      *  I = INCLUI UM FERIADO (MANUAL). RECORRENTE S REPETE O
      *      FERIADO NO MESMO DIA E MES EM TODO ANO GERADO;
      *  E = EXCLUI UM FERIADO (DATA + ABRANGENCIA + UF + CIDADE);
      *  G = GERA O ANO INFORMADO: FERIADOS NACIONAIS FIXOS, OS
      *      MOVEIS PELA PASCOA (CARNAVAL SEGUNDA E TERCA, SEXTA-
      *      FEIRA DA PAIXAO E CORPUS CHRISTI) E OS RECORRENTES. O
      *      QUE JA EXISTE NAO E DUPLICADO - GERAR DE NOVO E SEGURO;
      *  L = LISTA O CADASTRO NAQUELE PONTO, DO ANO INFORMADO (ZERO
      *      = TODOS) E DA UF INFORMADA (ESPACOS = TODAS; COM UF,
      *      SAI O NACIONAL MAIS O DA UF).
      *NO FIM, A PARTIR DO ANO INICIAL DO PARMFER (PADRAO: ANO
      *ANTERIOR AO CORRENTE), SAO GERADOS:
      *  - FERIADOS: CALENDARIO BANCARIO LIDO PELO DATAUTIL (UMA
      *    DATA AAAAMMDD POR REGISTRO) - NACIONAL MAIS O DA UF E
      *    CIDADE DA SEDE NO PARMFER. FIM DE SEMANA NAO ENTRA (O
      *    DATAUTIL JA O TRATA). ACIMA DE 200 DATAS, A TABELA DO
      *    DATAUTIL ESTOURA: ERRO E RC 8;
      *  - FERLOJA: CALENDARIO DAS LOJAS NO LAYOUT DO CALLOJA (TIPO
      *    D), PELA UF E CIDADE DE CADA LOJA NO LOJALOC. E
      *    CONCATENADO AO CALLOJA NA DD DO AC00EX10.
      *RC 4 QUANDO HA TRANSACAO REJEITADA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CADASTRO DE FERIADOS - ANTERIOR E ATUALIZADO
       SELECT FERCADA  ASSIGN    TO FERCADA
                      FILE STATUS    IS WRK-FS-FERCADA.

       SELECT FERCADN  ASSIGN    TO FERCADN
                      FILE STATUS    IS WRK-FS-FERCADN.

      *TRANSACOES DE MANUTENCAO
       SELECT MANTFER  ASSIGN    TO MANTFER
                      FILE STATUS    IS WRK-FS-MANTFER.

      *ANO INICIAL DOS CALENDARIOS E LOCAL DA SEDE (OPCIONAL)
       SELECT PARMFER  ASSIGN    TO PARMFER
                      FILE STATUS    IS WRK-FS-PARMFER.

      *UF E CIDADE DE CADA LOJA (OPCIONAL - SEM ELE, NAO HA
      *CALENDARIO DE LOJA)
       SELECT LOJALOC  ASSIGN    TO LOJALOC
                      FILE STATUS    IS WRK-FS-LOJALOC.

      *CALENDARIO BANCARIO DO DATAUTIL
       SELECT FERIADOS ASSIGN    TO FERIADOS
                      FILE STATUS    IS WRK-FS-FERIADOS.

      *CALENDARIO DAS LOJAS, NO LAYOUT DO CALLOJA
       SELECT FERLOJA  ASSIGN    TO FERLOJA
                      FILE STATUS    IS WRK-FS-FERLOJA.

      *RELATORIO DAS TRANSACOES E LISTAGENS
       SELECT FERREL   ASSIGN    TO FERREL
                      FILE STATUS    IS WRK-FS-FERREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  FERCADA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FERCADA-REGISTRO     PIC X(064).

       FD  FERCADN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FERCADN-REGISTRO     PIC X(064).

       FD  MANTFER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MANTFER-REGISTRO     PIC X(064).

       FD  PARMFER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMFER-REGISTRO     PIC X(026).

       FD  LOJALOC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJALOC-REGISTRO     PIC X(025).

       FD  FERIADOS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FERIADOS-REGISTRO    PIC X(008).

       FD  FERLOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FERLOJA-REGISTRO     PIC X(013).

       FD  FERREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FERREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-FERCADA        PIC X(002) VALUE SPACES.
           05 WRK-FS-FERCADN        PIC X(002) VALUE SPACES.
           05 WRK-FS-MANTFER        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMFER        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJALOC        PIC X(002) VALUE SPACES.
           05 WRK-FS-FERIADOS       PIC X(002) VALUE SPACES.
           05 WRK-FS-FERLOJA        PIC X(002) VALUE SPACES.
           05 WRK-FS-FERREL         PIC X(002) VALUE SPACES.

      *LAYOUT DE FERCADA/FERCADN - UM FERIADO POR REGISTRO, EM
      *ORDEM DE DATA, ABRANGENCIA, UF E CIDADE
       01  WRK-FER-REGISTRO.
           05 FER-DADOS.
               07 FER-CHAVE.
                   09 FER-DATA            PIC 9(008).
                   09 FER-DATA-R REDEFINES FER-DATA.
                       11 FER-ANO         PIC 9(004).
                       11 FER-MMDD        PIC 9(004).
                   09 FER-ABRANGENCIA     PIC X(001).
                       88 FER-NACIONAL       VALUE "N".
                       88 FER-ESTADUAL       VALUE "U".
                       88 FER-MUNICIPAL      VALUE "C".
                   09 FER-UF              PIC X(002).
                   09 FER-CIDADE          PIC X(020).
               07 FER-DESCRICAO       PIC X(030).
      *        G = GERADO PELA TRANSACAO G, M = INCLUIDO A MAO
               07 FER-ORIGEM          PIC X(001).
               07 FER-RECORRENTE      PIC X(001).
           05 FILLER                PIC X(001).

      *LAYOUT DE MANTFER - NA TRANSACAO G E L SO VALE O ANO
       01  WRK-MANTFER-REGISTRO.
           05 MANTFER-ACAO          PIC X(001).
               88 MANTFER-INCLUSAO     VALUE "I".
               88 MANTFER-EXCLUSAO     VALUE "E".
               88 MANTFER-GERACAO      VALUE "G".
               88 MANTFER-LISTAGEM     VALUE "L".
           05 MANTFER-DATA          PIC 9(008).
           05 MANTFER-DATA-R REDEFINES MANTFER-DATA.
               07 MANTFER-ANO       PIC 9(004).
               07 FILLER            PIC 9(004).
           05 MANTFER-ABRANGENCIA   PIC X(001).
           05 MANTFER-UF            PIC X(002).
           05 MANTFER-CIDADE        PIC X(020).
           05 MANTFER-DESCRICAO     PIC X(030).
           05 MANTFER-RECORRENTE    PIC X(001).
           05 FILLER                PIC X(001).

      *LAYOUT DE PARMFER
       01  WRK-PARMFER-REGISTRO.
           05 PARMFER-ANO-INICIAL   PIC 9(004).
           05 PARMFER-UF-SEDE       PIC X(002).
           05 PARMFER-CIDADE-SEDE   PIC X(020).

      *LAYOUT DE LOJALOC - LOCAL DE UMA LOJA
       01  WRK-LOJALOC-REGISTRO.
           05 LOJALOC-COD-LOJA      PIC 9(003).
           05 LOJALOC-UF            PIC X(002).
           05 LOJALOC-CIDADE        PIC X(020).

      *LAYOUT DE FERLOJA - MESMO DO CALLOJA LIDO PELO AC00EX10
       01  WRK-CALLOJA-REGISTRO.
           05 CALLOJA-COD-LOJA        PIC  9(003).
           05 CALLOJA-TIPO            PIC  X(001).
           05 CALLOJA-DATA            PIC  9(008).
           05 CALLOJA-DIA-SEM         PIC  9(001).

      *CADASTRO DE FERIADOS EM MEMORIA, EM ORDEM DE CHAVE
       01  WRK-TAB-FER-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-FER-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-FER-QTDE
               ASCENDING KEY IS TAB-FER-CHAVE
               INDEXED BY IDX-FER.
           05 TAB-FER-CHAVE.
               07 TAB-FER-DATA          PIC 9(008).
               07 TAB-FER-DATA-R REDEFINES TAB-FER-DATA.
                   09 TAB-FER-ANO       PIC 9(004).
                   09 TAB-FER-MMDD      PIC 9(004).
               07 TAB-FER-ABRANGENCIA   PIC X(001).
               07 TAB-FER-UF            PIC X(002).
               07 TAB-FER-CIDADE        PIC X(020).
           05 TAB-FER-DESCRICAO     PIC X(030).
           05 TAB-FER-ORIGEM        PIC X(001).
           05 TAB-FER-RECORRENTE    PIC X(001).

      *LOJAS E SEUS LOCAIS
       01  WRK-TAB-LOC-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-LOC-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-LOC-QTDE
               INDEXED BY IDX-LOC.
           05 TAB-LOC-COD-LOJA      PIC 9(003).
           05 TAB-LOC-UF            PIC X(002).
           05 TAB-LOC-CIDADE        PIC X(020).

      *FERIADOS RECORRENTES A REPETIR NO ANO GERADO
       01  WRK-TAB-REC-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-REC-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-REC-QTDE
               INDEXED BY IDX-REC.
           05 TAB-REC-CHAVE.
               07 TAB-REC-MMDD          PIC 9(004).
               07 TAB-REC-ABRANGENCIA   PIC X(001).
               07 TAB-REC-UF            PIC X(002).
               07 TAB-REC-CIDADE        PIC X(020).
           05 TAB-REC-DESCRICAO     PIC X(030).

       01  WRK-REC-CHAVE.
           05 REC-MMDD              PIC 9(004).
           05 REC-ABRANGENCIA       PIC X(001).
           05 REC-UF                PIC X(002).
           05 REC-CIDADE            PIC X(020).

      *FERIADOS NACIONAIS DE DATA FIXA. ANO INICIAL DIFERENTE DE
      *ZERO: SO E FERIADO A PARTIR DAQUELE ANO.
       01  TAB-FIX-VALORES.
           05 FILLER                PIC 9(004) VALUE 0101.
           05 FILLER                PIC X(030)
              VALUE "CONFRATERNIZACAO UNIVERSAL".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 0421.
           05 FILLER                PIC X(030) VALUE "TIRADENTES".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 0501.
           05 FILLER                PIC X(030) VALUE "DIA DO TRABALHO".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 0907.
           05 FILLER                PIC X(030)
              VALUE "INDEPENDENCIA DO BRASIL".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 1012.
           05 FILLER                PIC X(030)
              VALUE "NOSSA SENHORA APARECIDA".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 1102.
           05 FILLER                PIC X(030) VALUE "FINADOS".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 1115.
           05 FILLER                PIC X(030)
              VALUE "PROCLAMACAO DA REPUBLICA".
           05 FILLER                PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC 9(004) VALUE 1120.
           05 FILLER                PIC X(030)
              VALUE "CONSCIENCIA NEGRA".
           05 FILLER                PIC 9(004) VALUE 2024.
           05 FILLER                PIC 9(004) VALUE 1225.
           05 FILLER                PIC X(030) VALUE "NATAL".
           05 FILLER                PIC 9(004) VALUE ZEROS.

       01  TAB-FIX REDEFINES TAB-FIX-VALORES.
           05 TAB-FIX-REGISTRO OCCURS 9 TIMES INDEXED BY IDX-FIX.
               07 TAB-FIX-MMDD          PIC 9(004).
               07 TAB-FIX-DESCRICAO     PIC X(030).
               07 TAB-FIX-ANO-INICIAL   PIC 9(004).

      *FERIADOS MOVEIS - DIAS A PARTIR DO DOMINGO DE PASCOA
       01  TAB-MOV-VALORES.
           05 FILLER                PIC S9(003) VALUE -48.
           05 FILLER                PIC X(030)
              VALUE "CARNAVAL (SEGUNDA-FEIRA)".
           05 FILLER                PIC S9(003) VALUE -47.
           05 FILLER                PIC X(030)
              VALUE "CARNAVAL (TERCA-FEIRA)".
           05 FILLER                PIC S9(003) VALUE -2.
           05 FILLER                PIC X(030)
              VALUE "SEXTA-FEIRA DA PAIXAO".
           05 FILLER                PIC S9(003) VALUE +60.
           05 FILLER                PIC X(030) VALUE "CORPUS CHRISTI".

       01  TAB-MOV REDEFINES TAB-MOV-VALORES.
           05 TAB-MOV-REGISTRO OCCURS 4 TIMES INDEXED BY IDX-MOV.
               07 TAB-MOV-DIAS          PIC S9(003).
               07 TAB-MOV-DESCRICAO     PIC X(030).

      *UNIDADES DA FEDERACAO
       01  WRK-UF-VALORES           PIC X(054) VALUE
           "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".

       01  TAB-UF REDEFINES WRK-UF-VALORES.
           05 TAB-UF-SIGLA          PIC X(002) OCCURS 27 TIMES
                                    INDEXED BY IDX-UF.

      *CALCULO DO DOMINGO DE PASCOA (ALGORITMO DE MEEUS PARA O
      *CALENDARIO GREGORIANO)
       01  WRK-PASCOA.
           05 WRK-PSC-A             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-B             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-C             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-D             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-E             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-F             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-G             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-H             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-I             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-K             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-L             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-M             PIC 9(004) VALUE ZEROS.
           05 WRK-PSC-AUX           PIC 9(006) VALUE ZEROS.
           05 WRK-PSC-QUOCIENTE     PIC 9(006) VALUE ZEROS.
           05 WRK-PSC-MES           PIC 9(002) VALUE ZEROS.
           05 WRK-PSC-DIA           PIC 9(002) VALUE ZEROS.

       01  WRK-ANO-GERAR            PIC 9(004) VALUE ZEROS.
       01  WRK-DATA-PASCOA          PIC 9(008) VALUE ZEROS.
       01  WRK-INT-PASCOA           PIC S9(009) VALUE ZEROS.
       01  WRK-INT-DATA             PIC S9(009) VALUE ZEROS.
       01  WRK-DIA-SEMANA           PIC 9(001) VALUE ZEROS.

      *CONFERENCIA DE DATA: AAAAMMDD VALIDA, COM ANO BISSEXTO
       01  WRK-DATA-VALIDAR.
           05 WRK-DV-ANO            PIC 9(004).
           05 WRK-DV-MES            PIC 9(002).
           05 WRK-DV-DIA            PIC 9(002).

       01  WRK-DIAS-MES-VALORES     PIC X(024)
               VALUE "312831303130313130313031".

       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-VALORES.
           05 TAB-DIAS-MES-QTDE     PIC 9(002) OCCURS 12 TIMES.

       01  WRK-DIAS-LIMITE          PIC 9(002) VALUE ZEROS.
       01  WRK-QUOCIENTE            PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-4              PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-100            PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-400            PIC 9(004) VALUE ZEROS.

       01  WRK-SW-DATA              PIC 9(001) VALUE ZEROS.
           88 DATA-VALIDA              VALUE 1.
           88 DATA-INVALIDA            VALUE 0.

      *APOIO AS INCLUSOES E EXCLUSOES ORDENADAS
       01  WRK-SUB-POSICAO          PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-DESLOCA          PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-DESTINO          PIC 9(004) VALUE ZEROS.

       01  WRK-SW-BUSCA             PIC 9(001) VALUE ZEROS.
           88 BUSCA-ENCONTRADA         VALUE 1.
           88 BUSCA-AUSENTE            VALUE 0.

      *FILTROS DA LISTAGEM E DOS CALENDARIOS
       01  WRK-ANO-FILTRO           PIC 9(004) VALUE ZEROS.
       01  WRK-UF-FILTRO            PIC X(002) VALUE SPACES.
       01  WRK-CIDADE-FILTRO        PIC X(020) VALUE SPACES.
       01  WRK-ANO-INICIAL          PIC 9(004) VALUE ZEROS.
       01  WRK-DATA-INICIAL         PIC 9(008) VALUE ZEROS.
       01  WRK-ULTIMA-DATA          PIC 9(008) VALUE ZEROS.

       01  WRK-SW-APLICA            PIC 9(001) VALUE ZEROS.
           88 FERIADO-SE-APLICA        VALUE 1.
           88 FERIADO-NAO-SE-APLICA    VALUE 0.

      *INDICA SE O CALENDARIO BANCARIO PASSOU DA TABELA DO DATAUTIL
       01  WRK-SW-EXCESSO           PIC 9(001) VALUE ZEROS.
           88 CALENDARIO-EXCEDIDO      VALUE 1.

      *MANTFER AUSENTE: SO REGRAVA O CADASTRO E OS CALENDARIOS
       01  WRK-SW-MANTFER           PIC 9(001) VALUE ZEROS.
           88 MANTFER-AUSENTE          VALUE 1.

      *RESULTADO DA TRANSACAO CORRENTE
       01  WRK-MOTIVO               PIC X(039) VALUE SPACES.

       01  WRK-MSG-GERACAO.
           05 FILLER                PIC X(020)
              VALUE "ANO GERADO - NOVOS: ".
           05 MSG-GER-NOVOS         PIC ZZ9.
           05 FILLER                PIC X(013)
              VALUE " EXISTENTES: ".
           05 MSG-GER-EXISTENTES    PIC ZZ9.

       01  WRK-GER-NOVOS            PIC 9(003) VALUE ZEROS.
       01  WRK-GER-EXISTENTES       PIC 9(003) VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS.
           05 WRK-ANO-SIS           PIC 9(004).
           05 WRK-MES-SIS           PIC 9(002).
           05 WRK-DIA-SIS           PIC 9(002).

      *LINHAS DO RELATORIO FERREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(045) VALUE
              "MANUTENCAO DO CALENDARIO DE FERIADOS - RUN DE".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(024) VALUE SPACES.

       01  WRK-LINHA-CAB-TRANS.
           05 FILLER                PIC X(040) VALUE
              "A  DATA     A UF CIDADE               RE".
           05 FILLER                PIC X(040) VALUE
              "SULTADO".

       01  WRK-LINHA-TRANSACAO.
           05 TRN-ACAO              PIC X(001).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 TRN-DATA              PIC X(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TRN-ABRANGENCIA       PIC X(001).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TRN-UF                PIC X(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TRN-CIDADE            PIC X(020).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TRN-RESULTADO         PIC X(039).
           05 FILLER                PIC X(003) VALUE SPACES.

       01  WRK-LINHA-LISTAGEM.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 LST-DIA               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 LST-MES               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 LST-ANO               PIC 9(004).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LST-ABRANGENCIA       PIC X(009).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LST-UF                PIC X(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LST-CIDADE            PIC X(020).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LST-DESCRICAO         PIC X(030).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LST-RECORRENTE        PIC X(001).

       01  WRK-LINHA-TOTAL.
           05 TOT-TEXTO             PIC X(040).
           05 TOT-VALOR             PIC Z(006)9.
           05 FILLER                PIC X(033) VALUE SPACES.

       01  WRK-LINHA-RESULTADO.
           05 FILLER                PIC X(011) VALUE "RESULTADO: ".
           05 RSL-TEXTO             PIC X(069).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-FERCADA      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-MANTFER      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-APLICADAS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REJEITADAS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FERCADN   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FERIADOS  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FERLOJA   PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX38-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX38 INICIADO - CALENDARIO FERIADOS".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMFER.
           PERFORM 014-CARREGAR-FERCADA.
           PERFORM 016-CARREGAR-LOJALOC.

           MOVE WRK-DIA-SIS TO CAB1-DIA.
           MOVE WRK-MES-SIS TO CAB1-MES.
           MOVE WRK-ANO-SIS TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1 TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.
           MOVE WRK-LINHA-TRACO TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.
           MOVE WRK-LINHA-CAB-TRANS TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    MANTFER.
           IF WRK-FS-MANTFER NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MANTFER - FS: " WRK-FS-MANTFER
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MANTFER = "35"
              SET MANTFER-AUSENTE TO TRUE
              MOVE "10" TO WRK-FS-MANTFER
           END-IF.

           OPEN OUTPUT   FERCADN.
           IF WRK-FS-FERCADN NOT = ZEROS
              DISPLAY "ERRO ABERTURA FERCADN - FS: " WRK-FS-FERCADN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FERIADOS.
           IF WRK-FS-FERIADOS NOT = ZEROS
              DISPLAY "ERRO ABERTURA FERIADOS - FS: "
                      WRK-FS-FERIADOS
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FERLOJA.
           IF WRK-FS-FERLOJA NOT = ZEROS
              DISPLAY "ERRO ABERTURA FERLOJA - FS: " WRK-FS-FERLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FERREL.
           IF WRK-FS-FERREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA FERREL - FS: " WRK-FS-FERREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARMFER: CALENDARIOS A PARTIR DO ANO ANTERIOR E SEDE
      *SEM UF - O CALENDARIO BANCARIO FICA SO COM O NACIONAL.
       013-LER-PARMFER.
           MOVE ZEROS  TO PARMFER-ANO-INICIAL.
           MOVE SPACES TO PARMFER-UF-SEDE.
           MOVE SPACES TO PARMFER-CIDADE-SEDE.
           OPEN INPUT    PARMFER.
           IF WRK-FS-PARMFER = "35"
              CONTINUE
           ELSE
              IF WRK-FS-PARMFER NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMFER - FS: "
                         WRK-FS-PARMFER
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMFER INTO WRK-PARMFER-REGISTRO
              IF WRK-FS-PARMFER NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA PARMFER - FS: "
                         WRK-FS-PARMFER
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMFER
           END-IF.

           IF PARMFER-ANO-INICIAL IS NOT NUMERIC
              OR PARMFER-ANO-INICIAL = ZEROS
              COMPUTE WRK-ANO-INICIAL = WRK-ANO-SIS - 1
           ELSE
              MOVE PARMFER-ANO-INICIAL TO WRK-ANO-INICIAL
           END-IF.
           COMPUTE WRK-DATA-INICIAL = WRK-ANO-INICIAL * 10000 + 101.

       014-CARREGAR-FERCADA.
           OPEN INPUT    FERCADA.
           IF WRK-FS-FERCADA = "35"
              CONTINUE
           ELSE
              IF WRK-FS-FERCADA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FERCADA - FS: "
                         WRK-FS-FERCADA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-FERCADA
              PERFORM 015-MOVER-DADOS-TAB-FER
                UNTIL WRK-FS-FERCADA = "10"
              CLOSE FERCADA
              IF WRK-FS-FERCADA NOT = "00"
                 DISPLAY "ERRO CLOSE FERCADA - FS: " WRK-FS-FERCADA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *O CADASTRO ANTERIOR JA VEM EM ORDEM; A INCLUSAO ORDENADA SO
      *PROTEGE CONTRA UM ARQUIVO EDITADO FORA DO PROGRAMA.
       015-MOVER-DADOS-TAB-FER.
           PERFORM 034-BUSCAR-FERIADO.
           IF BUSCA-AUSENTE
              PERFORM 035-INCLUIR-FERIADO
           END-IF.
           PERFORM 042-LER-FERCADA.

       016-CARREGAR-LOJALOC.
           OPEN INPUT    LOJALOC.
           IF WRK-FS-LOJALOC = "35"
              DISPLAY "LOJALOC AUSENTE - SEM CALENDARIO DE LOJA"
           ELSE
              IF WRK-FS-LOJALOC NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LOJALOC - FS: "
                         WRK-FS-LOJALOC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-LOJALOC
              PERFORM 017-MOVER-DADOS-TAB-LOC
                UNTIL WRK-FS-LOJALOC = "10"
              CLOSE LOJALOC
              IF WRK-FS-LOJALOC NOT = "00"
                 DISPLAY "ERRO CLOSE LOJALOC - FS: " WRK-FS-LOJALOC
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       017-MOVER-DADOS-TAB-LOC.
           IF WRK-TAB-LOC-QTDE = 999
              DISPLAY "TABELA DE LOJAS EXCEDIDA - 999 LOJAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-LOC-QTDE.
           MOVE LOJALOC-COD-LOJA TO TAB-LOC-COD-LOJA(WRK-TAB-LOC-QTDE).
           MOVE LOJALOC-UF       TO TAB-LOC-UF(WRK-TAB-LOC-QTDE).
           MOVE LOJALOC-CIDADE   TO TAB-LOC-CIDADE(WRK-TAB-LOC-QTDE).
           PERFORM 043-LER-LOJALOC.

       020-PROCESSAR.
           PERFORM 041-LER-MANTFER.
           PERFORM 021-TRATAR-TRANSACAO
             UNTIL WRK-FS-MANTFER = "10".

       021-TRATAR-TRANSACAO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO TRN-RESULTADO.
           EVALUATE TRUE
               WHEN MANTFER-INCLUSAO
                   PERFORM 022-INCLUIR-MANUAL
               WHEN MANTFER-EXCLUSAO
                   PERFORM 023-EXCLUIR
               WHEN MANTFER-GERACAO
                   PERFORM 024-GERAR-ANO
               WHEN MANTFER-LISTAGEM
                   PERFORM 030-LISTAR
               WHEN OTHER
                   MOVE "ACAO INVALIDA - USE I, E, G OU L"
                     TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO NOT = SPACES
              ADD 1 TO WRK-CONT-REJEITADAS
              MOVE WRK-MOTIVO TO TRN-RESULTADO
           ELSE
              ADD 1 TO WRK-CONT-APLICADAS
           END-IF.
           PERFORM 065-GRAVAR-TRANSACAO.
           PERFORM 041-LER-MANTFER.

       022-INCLUIR-MANUAL.
           PERFORM 032-VALIDAR-ABRANGENCIA.
           IF WRK-MOTIVO = SPACES
              MOVE MANTFER-DATA TO WRK-DATA-VALIDAR
              PERFORM 070-VALIDAR-DATA
              IF DATA-INVALIDA
                 MOVE "DATA INVALIDA" TO WRK-MOTIVO
              END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND MANTFER-DESCRICAO = SPACES
              MOVE "DESCRICAO OBRIGATORIA" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = SPACES
              IF MANTFER-RECORRENTE = SPACES
                 MOVE "N" TO MANTFER-RECORRENTE
              END-IF
              IF MANTFER-RECORRENTE NOT = "S" AND "N"
                 MOVE "RECORRENTE DEVE SER S OU N" TO WRK-MOTIVO
              END-IF
           END-IF.

           IF WRK-MOTIVO = SPACES
              PERFORM 031-MONTAR-CHAVE
              MOVE MANTFER-DESCRICAO  TO FER-DESCRICAO
              MOVE "M"                TO FER-ORIGEM
              MOVE MANTFER-RECORRENTE TO FER-RECORRENTE
              PERFORM 034-BUSCAR-FERIADO
              IF BUSCA-ENCONTRADA
                 MOVE "FERIADO JA CADASTRADO" TO WRK-MOTIVO
              ELSE
                 PERFORM 035-INCLUIR-FERIADO
                 MOVE "INCLUIDO" TO TRN-RESULTADO
              END-IF
           END-IF.

       023-EXCLUIR.
           PERFORM 032-VALIDAR-ABRANGENCIA.
           IF WRK-MOTIVO = SPACES
              PERFORM 031-MONTAR-CHAVE
              PERFORM 034-BUSCAR-FERIADO
              IF BUSCA-AUSENTE
                 MOVE "FERIADO NAO CADASTRADO" TO WRK-MOTIVO
              ELSE
                 PERFORM 037-REMOVER-FERIADO
                 MOVE "EXCLUIDO" TO TRN-RESULTADO
              END-IF
           END-IF.

      *GERA O ANO: FIXOS NACIONAIS, MOVEIS PELA PASCOA E OS
      *RECORRENTES JA CADASTRADOS EM QUALQUER ANO.
       024-GERAR-ANO.
           IF MANTFER-ANO IS NOT NUMERIC
              OR MANTFER-ANO < 1901 OR MANTFER-ANO > 2199
              MOVE "ANO INVALIDO PARA GERACAO" TO WRK-MOTIVO
           ELSE
              MOVE MANTFER-ANO TO WRK-ANO-GERAR
              MOVE ZEROS TO WRK-GER-NOVOS
              MOVE ZEROS TO WRK-GER-EXISTENTES
              PERFORM 025-GERAR-FIXO
                VARYING IDX-FIX FROM 1 BY 1
                  UNTIL IDX-FIX > 9
              PERFORM 026-CALCULAR-PASCOA
              PERFORM 027-GERAR-MOVEL
                VARYING IDX-MOV FROM 1 BY 1
                  UNTIL IDX-MOV > 4
              MOVE ZEROS TO WRK-TAB-REC-QTDE
              PERFORM 028-COLETAR-RECORRENTE
                VARYING IDX-FER FROM 1 BY 1
                  UNTIL IDX-FER > WRK-TAB-FER-QTDE
              PERFORM 029-GERAR-RECORRENTE
                VARYING IDX-REC FROM 1 BY 1
                  UNTIL IDX-REC > WRK-TAB-REC-QTDE
              MOVE WRK-GER-NOVOS      TO MSG-GER-NOVOS
              MOVE WRK-GER-EXISTENTES TO MSG-GER-EXISTENTES
              MOVE WRK-MSG-GERACAO    TO TRN-RESULTADO
           END-IF.

       025-GERAR-FIXO.
           IF TAB-FIX-ANO-INICIAL(IDX-FIX) NOT > WRK-ANO-GERAR
              MOVE WRK-ANO-GERAR           TO FER-ANO
              MOVE TAB-FIX-MMDD(IDX-FIX)   TO FER-MMDD
              MOVE "N"                     TO FER-ABRANGENCIA
              MOVE SPACES                  TO FER-UF
              MOVE SPACES                  TO FER-CIDADE
              MOVE TAB-FIX-DESCRICAO(IDX-FIX) TO FER-DESCRICAO
              MOVE "N"                     TO FER-RECORRENTE
              PERFORM 033-GRAVAR-GERADO
           END-IF.

      *DOMINGO DE PASCOA DO WRK-ANO-GERAR PELO ALGORITMO DE MEEUS
       026-CALCULAR-PASCOA.
           DIVIDE WRK-ANO-GERAR BY 19 GIVING WRK-PSC-QUOCIENTE
                  REMAINDER WRK-PSC-A.
           DIVIDE WRK-ANO-GERAR BY 100 GIVING WRK-PSC-B
                  REMAINDER WRK-PSC-C.
           DIVIDE WRK-PSC-B BY 4 GIVING WRK-PSC-D
                  REMAINDER WRK-PSC-E.
           COMPUTE WRK-PSC-F = (WRK-PSC-B + 8) / 25.
           COMPUTE WRK-PSC-G = (WRK-PSC-B - WRK-PSC-F + 1) / 3.
           COMPUTE WRK-PSC-AUX = 19 * WRK-PSC-A + WRK-PSC-B
                               - WRK-PSC-D - WRK-PSC-G + 15.
           DIVIDE WRK-PSC-AUX BY 30 GIVING WRK-PSC-QUOCIENTE
                  REMAINDER WRK-PSC-H.
           DIVIDE WRK-PSC-C BY 4 GIVING WRK-PSC-I
                  REMAINDER WRK-PSC-K.
           COMPUTE WRK-PSC-AUX = 32 + 2 * WRK-PSC-E + 2 * WRK-PSC-I
                               - WRK-PSC-H - WRK-PSC-K.
           DIVIDE WRK-PSC-AUX BY 7 GIVING WRK-PSC-QUOCIENTE
                  REMAINDER WRK-PSC-L.
           COMPUTE WRK-PSC-M = (WRK-PSC-A + 11 * WRK-PSC-H
                               + 22 * WRK-PSC-L) / 451.
           COMPUTE WRK-PSC-AUX = WRK-PSC-H + WRK-PSC-L
                               - 7 * WRK-PSC-M + 114.
           DIVIDE WRK-PSC-AUX BY 31 GIVING WRK-PSC-MES
                  REMAINDER WRK-PSC-DIA.
           ADD 1 TO WRK-PSC-DIA.

           COMPUTE WRK-DATA-PASCOA = WRK-ANO-GERAR * 10000
                                   + WRK-PSC-MES * 100 + WRK-PSC-DIA.
           COMPUTE WRK-INT-PASCOA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-PASCOA).

       027-GERAR-MOVEL.
           COMPUTE WRK-INT-DATA =
               WRK-INT-PASCOA + TAB-MOV-DIAS(IDX-MOV).
           COMPUTE FER-DATA = FUNCTION DATE-OF-INTEGER(WRK-INT-DATA).
           MOVE "N"                        TO FER-ABRANGENCIA.
           MOVE SPACES                     TO FER-UF.
           MOVE SPACES                     TO FER-CIDADE.
           MOVE TAB-MOV-DESCRICAO(IDX-MOV) TO FER-DESCRICAO.
           MOVE "N"                        TO FER-RECORRENTE.
           PERFORM 033-GRAVAR-GERADO.

      *JUNTA OS RECORRENTES DISTINTOS (DIA/MES E LOCAL) ANTES DE
      *GERAR, PORQUE A GERACAO MEXE NA ORDEM DA TABELA.
       028-COLETAR-RECORRENTE.
           IF TAB-FER-RECORRENTE(IDX-FER) = "S"
              MOVE TAB-FER-MMDD(IDX-FER)        TO REC-MMDD
              MOVE TAB-FER-ABRANGENCIA(IDX-FER) TO REC-ABRANGENCIA
              MOVE TAB-FER-UF(IDX-FER)          TO REC-UF
              MOVE TAB-FER-CIDADE(IDX-FER)      TO REC-CIDADE
              SET BUSCA-AUSENTE TO TRUE
              IF WRK-TAB-REC-QTDE > ZEROS
                 SET IDX-REC TO 1
                 SEARCH TAB-REC-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-REC-CHAVE(IDX-REC) = WRK-REC-CHAVE
                         SET BUSCA-ENCONTRADA TO TRUE
                 END-SEARCH
              END-IF
              IF BUSCA-AUSENTE
                 IF WRK-TAB-REC-QTDE = 500
                    DISPLAY "TABELA DE RECORRENTES EXCEDIDA - 500"
                    PERFORM 999-ROTINA-ABEND
                 END-IF
                 ADD 1 TO WRK-TAB-REC-QTDE
                 MOVE WRK-REC-CHAVE
                   TO TAB-REC-CHAVE(WRK-TAB-REC-QTDE)
                 MOVE TAB-FER-DESCRICAO(IDX-FER)
                   TO TAB-REC-DESCRICAO(WRK-TAB-REC-QTDE)
              END-IF
           END-IF.

      *29/02 RECORRENTE NAO E GERADO EM ANO QUE NAO E BISSEXTO
       029-GERAR-RECORRENTE.
           MOVE WRK-ANO-GERAR           TO FER-ANO.
           MOVE TAB-REC-MMDD(IDX-REC)   TO FER-MMDD.
           MOVE FER-DATA                TO WRK-DATA-VALIDAR.
           PERFORM 070-VALIDAR-DATA.
           IF DATA-VALIDA
              MOVE TAB-REC-ABRANGENCIA(IDX-REC) TO FER-ABRANGENCIA
              MOVE TAB-REC-UF(IDX-REC)          TO FER-UF
              MOVE TAB-REC-CIDADE(IDX-REC)      TO FER-CIDADE
              MOVE TAB-REC-DESCRICAO(IDX-REC)   TO FER-DESCRICAO
              MOVE "S"                          TO FER-RECORRENTE
              PERFORM 033-GRAVAR-GERADO
           END-IF.

      *LISTA O CADASTRO DO ANO E DA UF DA TRANSACAO
       030-LISTAR.
           IF MANTFER-ANO IS NOT NUMERIC
              MOVE "ANO INVALIDO PARA LISTAGEM" TO WRK-MOTIVO
           ELSE
              MOVE MANTFER-ANO TO WRK-ANO-FILTRO
              MOVE MANTFER-UF  TO WRK-UF-FILTRO
              MOVE "LISTAGEM ABAIXO" TO TRN-RESULTADO
              PERFORM 065-GRAVAR-TRANSACAO
              MOVE SPACES TO TRN-RESULTADO
              PERFORM 038-LISTAR-FERIADO
                VARYING IDX-FER FROM 1 BY 1
                  UNTIL IDX-FER > WRK-TAB-FER-QTDE
              MOVE "FIM DA LISTAGEM" TO TRN-RESULTADO
           END-IF.

      *MONTA A CHAVE DO FERIADO A PARTIR DA TRANSACAO
       031-MONTAR-CHAVE.
           MOVE MANTFER-DATA        TO FER-DATA.
           MOVE MANTFER-ABRANGENCIA TO FER-ABRANGENCIA.
           MOVE MANTFER-UF          TO FER-UF.
           MOVE MANTFER-CIDADE      TO FER-CIDADE.

      *NACIONAL SEM UF NEM CIDADE; ESTADUAL COM UF E SEM CIDADE;
      *MUNICIPAL COM UF E CIDADE.
       032-VALIDAR-ABRANGENCIA.
           IF MANTFER-ABRANGENCIA = SPACES
              MOVE "N" TO MANTFER-ABRANGENCIA
           END-IF.
           EVALUATE MANTFER-ABRANGENCIA
               WHEN "N"
                   IF MANTFER-UF NOT = SPACES
                      OR MANTFER-CIDADE NOT = SPACES
                      MOVE "NACIONAL NAO TEM UF NEM CIDADE"
                        TO WRK-MOTIVO
                   END-IF
               WHEN "U"
                   IF MANTFER-CIDADE NOT = SPACES
                      MOVE "ESTADUAL NAO TEM CIDADE" TO WRK-MOTIVO
                   END-IF
               WHEN "C"
                   IF MANTFER-CIDADE = SPACES
                      MOVE "MUNICIPAL EXIGE CIDADE" TO WRK-MOTIVO
                   END-IF
               WHEN OTHER
                   MOVE "ABRANGENCIA INVALIDA - USE N, U OU C"
                     TO WRK-MOTIVO
           END-EVALUATE.

           IF WRK-MOTIVO = SPACES
              AND MANTFER-ABRANGENCIA NOT = "N"
              SET IDX-UF TO 1
              SEARCH TAB-UF-SIGLA
                  AT END
                      MOVE "UF INVALIDA" TO WRK-MOTIVO
                  WHEN TAB-UF-SIGLA(IDX-UF) = MANTFER-UF
                      CONTINUE
              END-SEARCH
           END-IF.

      *INCLUI O FERIADO GERADO QUE AINDA NAO EXISTE
       033-GRAVAR-GERADO.
           MOVE "G" TO FER-ORIGEM.
           PERFORM 034-BUSCAR-FERIADO.
           IF BUSCA-ENCONTRADA
              ADD 1 TO WRK-GER-EXISTENTES
           ELSE
              PERFORM 035-INCLUIR-FERIADO
              ADD 1 TO WRK-GER-NOVOS
           END-IF.

       034-BUSCAR-FERIADO.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-TAB-FER-QTDE > ZEROS
              SEARCH ALL TAB-FER-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-FER-CHAVE(IDX-FER) = FER-CHAVE
                      SET BUSCA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.

       035-INCLUIR-FERIADO.
           IF WRK-TAB-FER-QTDE = 5000
              DISPLAY "TABELA DE FERIADOS EXCEDIDA - 5000 FERIADOS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-FER-QTDE + 1.
           IF WRK-TAB-FER-QTDE > ZEROS
              SET IDX-FER TO 1
              SEARCH TAB-FER-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-FER-CHAVE(IDX-FER) > FER-CHAVE
                      SET WRK-SUB-POSICAO TO IDX-FER
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-FER-QTDE.
           PERFORM 036-DESLOCAR-FERIADO
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-FER-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           MOVE FER-DADOS TO TAB-FER-REGISTRO(WRK-SUB-POSICAO).

       036-DESLOCAR-FERIADO.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-FER-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-FER-REGISTRO(WRK-SUB-DESLOCA).

      *RETIRA O FERIADO ACHADO EM IDX-FER, PUXANDO OS SEGUINTES
       037-REMOVER-FERIADO.
           SET WRK-SUB-POSICAO TO IDX-FER.
           PERFORM 039-PUXAR-FERIADO
             VARYING WRK-SUB-DESTINO FROM WRK-SUB-POSICAO BY 1
               UNTIL WRK-SUB-DESTINO NOT < WRK-TAB-FER-QTDE.
           SUBTRACT 1 FROM WRK-TAB-FER-QTDE.

       038-LISTAR-FERIADO.
           IF (WRK-ANO-FILTRO = ZEROS
               OR TAB-FER-ANO(IDX-FER) = WRK-ANO-FILTRO)
              AND (WRK-UF-FILTRO = SPACES
                   OR TAB-FER-ABRANGENCIA(IDX-FER) = "N"
                   OR TAB-FER-UF(IDX-FER) = WRK-UF-FILTRO)
              MOVE TAB-FER-DATA(IDX-FER) TO WRK-DATA-VALIDAR
              MOVE WRK-DV-DIA TO LST-DIA
              MOVE WRK-DV-MES TO LST-MES
              MOVE WRK-DV-ANO TO LST-ANO
              EVALUATE TAB-FER-ABRANGENCIA(IDX-FER)
                  WHEN "N"
                      MOVE "NACIONAL"  TO LST-ABRANGENCIA
                  WHEN "U"
                      MOVE "ESTADUAL"  TO LST-ABRANGENCIA
                  WHEN OTHER
                      MOVE "MUNICIPAL" TO LST-ABRANGENCIA
              END-EVALUATE
              MOVE TAB-FER-UF(IDX-FER)        TO LST-UF
              MOVE TAB-FER-CIDADE(IDX-FER)    TO LST-CIDADE
              MOVE TAB-FER-DESCRICAO(IDX-FER) TO LST-DESCRICAO
              IF TAB-FER-RECORRENTE(IDX-FER) = "S"
                 MOVE "R" TO LST-RECORRENTE
              ELSE
                 MOVE SPACES TO LST-RECORRENTE
              END-IF
              MOVE WRK-LINHA-LISTAGEM TO FD-FERREL-REGISTRO
              PERFORM 068-ESCREVER-FERREL
           END-IF.

       039-PUXAR-FERIADO.
           COMPUTE WRK-SUB-DESLOCA = WRK-SUB-DESTINO + 1.
           MOVE TAB-FER-REGISTRO(WRK-SUB-DESLOCA)
             TO TAB-FER-REGISTRO(WRK-SUB-DESTINO).

       041-LER-MANTFER.
           IF WRK-FS-MANTFER = "10"
              CONTINUE
           ELSE
              READ MANTFER INTO WRK-MANTFER-REGISTRO
              IF WRK-FS-MANTFER NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA MANTFER - FS: "
                         WRK-FS-MANTFER
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-MANTFER = "00"
                 ADD 1 TO WRK-CONT-LIDOS-MANTFER
              END-IF
           END-IF.

       042-LER-FERCADA.
           READ FERCADA INTO WRK-FER-REGISTRO.
           IF WRK-FS-FERCADA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FERCADA - FS: " WRK-FS-FERCADA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FERCADA = "00"
              ADD 1 TO WRK-CONT-LIDOS-FERCADA
           END-IF.

       043-LER-LOJALOC.
           READ LOJALOC INTO WRK-LOJALOC-REGISTRO.
           IF WRK-FS-LOJALOC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LOJALOC - FS: " WRK-FS-LOJALOC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-FERCADN.
           PERFORM 055-GRAVAR-FERIADOS.
           PERFORM 057-GRAVAR-FERLOJA.
           PERFORM 060-GRAVAR-RESUMO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           EVALUATE TRUE
               WHEN CALENDARIO-EXCEDIDO
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-CONT-REJEITADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos FERCADA..: "
                   WRK-CONT-LIDOS-FERCADA.
           DISPLAY "Quantidade de Transacoes Lidas MANTFER.: "
                   WRK-CONT-LIDOS-MANTFER.
           DISPLAY "Quantidade de Transacoes Aplicadas.....: "
                   WRK-CONT-APLICADAS.
           DISPLAY "Quantidade de Transacoes Rejeitadas....: "
                   WRK-CONT-REJEITADAS.
           DISPLAY "Quantidade de Registros Gravados FERCADN: "
                   WRK-CONT-GRAVADOS-FERCADN.
           DISPLAY "Quantidade de Datas Gravadas FERIADOS..: "
                   WRK-CONT-GRAVADOS-FERIADOS.
           DISPLAY "Quantidade de Datas Gravadas FERLOJA...: "
                   WRK-CONT-GRAVADOS-FERLOJA.

       052-FECHAR-ARQUIVOS.
           IF NOT MANTFER-AUSENTE
              CLOSE MANTFER
           END-IF.

           CLOSE FERCADN.
           IF WRK-FS-FERCADN NOT = "00"
              DISPLAY "ERRO CLOSE FERCADN - FS: " WRK-FS-FERCADN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FERIADOS.
           IF WRK-FS-FERIADOS NOT = "00"
              DISPLAY "ERRO CLOSE FERIADOS - FS: " WRK-FS-FERIADOS
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FERLOJA.
           IF WRK-FS-FERLOJA NOT = "00"
              DISPLAY "ERRO CLOSE FERLOJA - FS: " WRK-FS-FERLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FERREL.
           IF WRK-FS-FERREL NOT = "00"
              DISPLAY "ERRO CLOSE FERREL - FS: " WRK-FS-FERREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       053-GRAVAR-FERCADN.
           PERFORM 054-GRAVAR-REG-FERCADN
             VARYING IDX-FER FROM 1 BY 1
               UNTIL IDX-FER > WRK-TAB-FER-QTDE.

       054-GRAVAR-REG-FERCADN.
           MOVE SPACES TO WRK-FER-REGISTRO.
           MOVE TAB-FER-REGISTRO(IDX-FER) TO FER-DADOS.
           WRITE FD-FERCADN-REGISTRO FROM WRK-FER-REGISTRO.
           IF WRK-FS-FERCADN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FERCADN - FS: " WRK-FS-FERCADN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FERCADN.

      *CALENDARIO BANCARIO: NACIONAL MAIS O DA UF E CIDADE DA SEDE
       055-GRAVAR-FERIADOS.
           MOVE PARMFER-UF-SEDE     TO WRK-UF-FILTRO.
           MOVE PARMFER-CIDADE-SEDE TO WRK-CIDADE-FILTRO.
           MOVE ZEROS TO WRK-ULTIMA-DATA.
           PERFORM 056-GRAVAR-DATA-FERIADOS
             VARYING IDX-FER FROM 1 BY 1
               UNTIL IDX-FER > WRK-TAB-FER-QTDE.

       056-GRAVAR-DATA-FERIADOS.
           PERFORM 062-VERIFICAR-APLICACAO.
           IF FERIADO-SE-APLICA
              COMPUTE WRK-INT-DATA =
                  FUNCTION INTEGER-OF-DATE(TAB-FER-DATA(IDX-FER))
              DIVIDE WRK-INT-DATA BY 7 GIVING WRK-PSC-QUOCIENTE
                     REMAINDER WRK-DIA-SEMANA
      *       0 = DOMINGO E 6 = SABADO, COMO NO DATAUTIL
              IF WRK-DIA-SEMANA NOT = 0 AND 6
                 IF WRK-CONT-GRAVADOS-FERIADOS = 200
                    SET CALENDARIO-EXCEDIDO TO TRUE
                 ELSE
                    MOVE TAB-FER-DATA(IDX-FER)
                      TO FD-FERIADOS-REGISTRO
                    WRITE FD-FERIADOS-REGISTRO
                    IF WRK-FS-FERIADOS NOT = ZEROS
                       DISPLAY "ERRO GRAVACAO FERIADOS - FS: "
                               WRK-FS-FERIADOS
                       PERFORM 999-ROTINA-ABEND
                    END-IF
                    ADD 1 TO WRK-CONT-GRAVADOS-FERIADOS
                 END-IF
              END-IF
              MOVE TAB-FER-DATA(IDX-FER) TO WRK-ULTIMA-DATA
           END-IF.

      *CALENDARIO DE CADA LOJA, PELA UF E CIDADE DA LOJA
       057-GRAVAR-FERLOJA.
           PERFORM 058-GRAVAR-LOJA
             VARYING IDX-LOC FROM 1 BY 1
               UNTIL IDX-LOC > WRK-TAB-LOC-QTDE.

       058-GRAVAR-LOJA.
           MOVE TAB-LOC-UF(IDX-LOC)     TO WRK-UF-FILTRO.
           MOVE TAB-LOC-CIDADE(IDX-LOC) TO WRK-CIDADE-FILTRO.
           MOVE ZEROS TO WRK-ULTIMA-DATA.
           PERFORM 059-GRAVAR-DATA-FERLOJA
             VARYING IDX-FER FROM 1 BY 1
               UNTIL IDX-FER > WRK-TAB-FER-QTDE.

       059-GRAVAR-DATA-FERLOJA.
           PERFORM 062-VERIFICAR-APLICACAO.
           IF FERIADO-SE-APLICA
              MOVE TAB-LOC-COD-LOJA(IDX-LOC) TO CALLOJA-COD-LOJA
              MOVE "D"                       TO CALLOJA-TIPO
              MOVE TAB-FER-DATA(IDX-FER)     TO CALLOJA-DATA
              MOVE ZEROS                     TO CALLOJA-DIA-SEM
              WRITE FD-FERLOJA-REGISTRO FROM WRK-CALLOJA-REGISTRO
              IF WRK-FS-FERLOJA NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO FERLOJA - FS: "
                         WRK-FS-FERLOJA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-FERLOJA
              MOVE TAB-FER-DATA(IDX-FER) TO WRK-ULTIMA-DATA
           END-IF.

      *RESUMO DO CADASTRO E DOS CALENDARIOS GERADOS
       060-GRAVAR-RESUMO.
           MOVE WRK-LINHA-TRACO TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.
           MOVE "FERIADOS NO CADASTRO.................: "
             TO TOT-TEXTO.
           MOVE WRK-CONT-GRAVADOS-FERCADN TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE "TRANSACOES APLICADAS.................: "
             TO TOT-TEXTO.
           MOVE WRK-CONT-APLICADAS TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE "TRANSACOES REJEITADAS................: "
             TO TOT-TEXTO.
           MOVE WRK-CONT-REJEITADAS TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE "CALENDARIOS A PARTIR DO ANO..........: "
             TO TOT-TEXTO.
           MOVE WRK-ANO-INICIAL TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE "DATAS NO CALENDARIO BANCARIO.........: "
             TO TOT-TEXTO.
           MOVE WRK-CONT-GRAVADOS-FERIADOS TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE "LOJAS COM CALENDARIO.................: "
             TO TOT-TEXTO.
           MOVE WRK-TAB-LOC-QTDE TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE "DATAS NOS CALENDARIOS DE LOJA........: "
             TO TOT-TEXTO.
           MOVE WRK-CONT-GRAVADOS-FERLOJA TO TOT-VALOR.
           PERFORM 061-GRAVAR-TOTAL.
           MOVE WRK-LINHA-TRACO TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.

           EVALUATE TRUE
               WHEN CALENDARIO-EXCEDIDO
                   MOVE "CALENDARIO BANCARIO ACIMA DE 200 DATAS (RC 8)"
                     TO RSL-TEXTO
               WHEN WRK-CONT-REJEITADAS > ZEROS
                   MOVE "CADASTRO ATUALIZADO COM REJEICOES (RC 4)"
                     TO RSL-TEXTO
               WHEN OTHER
                   MOVE "CADASTRO ATUALIZADO (RC 0)" TO RSL-TEXTO
           END-EVALUATE.
           MOVE WRK-LINHA-RESULTADO TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.

       061-GRAVAR-TOTAL.
           MOVE WRK-LINHA-TOTAL TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.

      *O FERIADO EM IDX-FER VALE PARA O LOCAL DE WRK-UF-FILTRO E
      *WRK-CIDADE-FILTRO A PARTIR DO ANO INICIAL? DATA REPETIDA
      *(NACIONAL E LOCAL NO MESMO DIA) SAI UMA VEZ SO.
       062-VERIFICAR-APLICACAO.
           SET FERIADO-NAO-SE-APLICA TO TRUE.
           IF TAB-FER-DATA(IDX-FER) NOT < WRK-DATA-INICIAL
              AND TAB-FER-DATA(IDX-FER) NOT = WRK-ULTIMA-DATA
              EVALUATE TAB-FER-ABRANGENCIA(IDX-FER)
                  WHEN "N"
                      SET FERIADO-SE-APLICA TO TRUE
                  WHEN "U"
                      IF WRK-UF-FILTRO NOT = SPACES
                         AND TAB-FER-UF(IDX-FER) = WRK-UF-FILTRO
                         SET FERIADO-SE-APLICA TO TRUE
                      END-IF
                  WHEN "C"
                      IF WRK-UF-FILTRO NOT = SPACES
                         AND TAB-FER-UF(IDX-FER) = WRK-UF-FILTRO
                         AND TAB-FER-CIDADE(IDX-FER) =
                             WRK-CIDADE-FILTRO
                         SET FERIADO-SE-APLICA TO TRUE
                      END-IF
              END-EVALUATE
           END-IF.

       065-GRAVAR-TRANSACAO.
           MOVE MANTFER-ACAO        TO TRN-ACAO.
           MOVE MANTFER-DATA        TO TRN-DATA.
           MOVE MANTFER-ABRANGENCIA TO TRN-ABRANGENCIA.
           MOVE MANTFER-UF          TO TRN-UF.
           MOVE MANTFER-CIDADE      TO TRN-CIDADE.
           MOVE WRK-LINHA-TRANSACAO TO FD-FERREL-REGISTRO.
           PERFORM 068-ESCREVER-FERREL.

       068-ESCREVER-FERREL.
           WRITE FD-FERREL-REGISTRO.
           IF WRK-FS-FERREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FERREL - FS: " WRK-FS-FERREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       070-VALIDAR-DATA.
           SET DATA-INVALIDA TO TRUE.
           IF WRK-DATA-VALIDAR IS NUMERIC
              AND WRK-DV-ANO > 1900
              AND WRK-DV-MES >= 1 AND WRK-DV-MES <= 12
              MOVE TAB-DIAS-MES-QTDE(WRK-DV-MES) TO WRK-DIAS-LIMITE
              IF WRK-DV-MES = 2
                 DIVIDE WRK-DV-ANO BY 4   GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-4
                 DIVIDE WRK-DV-ANO BY 100 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-100
                 DIVIDE WRK-DV-ANO BY 400 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-400
                 IF WRK-RESTO-400 = ZEROS
                    OR (WRK-RESTO-4 = ZEROS
                        AND WRK-RESTO-100 NOT = ZEROS)
                    MOVE 29 TO WRK-DIAS-LIMITE
                 END-IF
              END-IF
              IF WRK-DV-DIA >= 1 AND WRK-DV-DIA <= WRK-DIAS-LIMITE
                 SET DATA-VALIDA TO TRUE
              END-IF
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX38".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

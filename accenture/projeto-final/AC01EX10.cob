       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX10.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX10
      *PROJECAO SEMANAL DO FLUXO DE CAIXA DA TESOURARIA PARA OS
      *PROXIMOS 90 DIAS. LE AS CARTEIRAS DO DIA E DISTRIBUI O QUE
      *SE ESPERA RECEBER E PAGAR PELA DATA PREVISTA:
      *  ENTRADAS - TITULOS EM ABERTO DO CONTAS A RECEBER
      *             (CONTARHOJE DO AC00EX15), PARCELAS DO CARTAO EM
      *             ABERTO (PARCHOJE DO AC00EX49), PARCELAS DE
      *             EMPRESTIMO A RECEBER (CRONHOJE DO AC00EX83) E
      *             BOLETOS REMETIDOS AO BANCO AINDA NAO PAGOS
      *             (REMCTLHOJE DO AC00EX67 CASADO COM O TITULO EM
      *             ABERTO DO CONTARHOJE);
      *  SAIDAS   - TITULOS A PAGAR A FORNECEDOR (CPAGHOJE DO
      *             AC00EX92), VENCIMENTO DOS CDB ATIVOS (CDBHOJE
      *             DO AC00EX82, COM OS JUROS PROJETADOS ATE O
      *             VENCIMENTO) E A COMISSAO A PAGAR AOS VENDEDORES
      *             (GERACOES DE COMISTOT AINDA NAO PAGAS,
      *             CONCATENADAS PELA ESTEIRA EM COMISAPG).
      *O TITULO DO CONTAS A RECEBER NAO TEM VENCIMENTO: VENCE
      *COMPRA-DATA MAIS O PRAZO DO PARAMETRO. O TITULO QUE TEM
      *BOLETO NA RUA ENTRA PELA REMESSA (DATA DA REMESSA MAIS OS
      *DIAS DE COMPENSACAO DO BOLETO) E NAO DE NOVO PELA CARTEIRA.
      *ENTRADA A VENCER CONTA PELO PERCENTUAL DE ADIMPLENCIA; A
      *VENCIDA E CLASSIFICADA PELOS DIAS DE ATRASO (1-30 / 31-60 /
      *61-90 / MAIS DE 90) E ENTRA COM O PERCENTUAL DE RECEBIMENTO
      *DA FAIXA, NOS DIAS PREVISTOS PARA A FAIXA DEPOIS DA DATA
      *BASE. SAIDA VENCIDA E PAGA NO PRIMEIRO DIA DA PROJECAO.
      *AS PREMISSAS VEM DO PARAMETRO PARMFLUX. SEM O PARAMETRO: DATA
      *BASE DO SISTEMA, SALDO INICIAL ZERO, PRAZO DO TITULO 30
      *DIAS, 100 POR CENTO EM DIA, FAIXAS DE ATRASO 80/50/20/0 POR
      *CENTO EM 15/30/45/60 DIAS, BOLETO 95 POR CENTO EM 3 DIAS E
      *COMISSAO PAGA NO DIA 5.
      *O FLUXDIA TRAZ A PROJECAO DIA A DIA, POR ORIGEM, COM O
      *SALDO ACUMULADO; O FLUXSEM, SEMANA A SEMANA, COM A POSICAO
      *DE FECHAMENTO DE CADA SEMANA. O QUE CAI DEPOIS DO HORIZONTE
      *SO E TOTALIZADO NO FINAL DO RUN.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PREMISSAS DA PROJECAO (OPCIONAL)
       SELECT PARMFLUX ASSIGN    TO PARMFLUX
                      FILE STATUS    IS WRK-FS-PARMFLUX.

      *CONTAS A RECEBER DO DIA (AC00EX15)
       SELECT CONTARHOJE ASSIGN  TO CONTARHOJE
                      FILE STATUS    IS WRK-FS-CONTARHOJE.

      *CONTROLE DE REMESSAS DE BOLETO (AC00EX67)
       SELECT REMCTLHOJE ASSIGN  TO REMCTLHOJE
                      FILE STATUS    IS WRK-FS-REMCTLHOJE.

      *CARTEIRA DE PARCELAS DO CARTAO (AC00EX49)
       SELECT PARCHOJE ASSIGN    TO PARCHOJE
                      FILE STATUS    IS WRK-FS-PARCHOJE.

      *CARTEIRA DE PARCELAS DE EMPRESTIMO (AC00EX83)
       SELECT CRONHOJE ASSIGN    TO CRONHOJE
                      FILE STATUS    IS WRK-FS-CRONHOJE.

      *TITULOS A PAGAR A FORNECEDOR (AC00EX92)
       SELECT CPAGHOJE ASSIGN    TO CPAGHOJE
                      FILE STATUS    IS WRK-FS-CPAGHOJE.

      *CARTEIRA DE CDB (AC00EX82)
       SELECT CDBHOJE  ASSIGN    TO CDBHOJE
                      FILE STATUS    IS WRK-FS-CDBHOJE.

      *COMISSAO A PAGAR (GERACOES DE COMISTOT NAO PAGAS)
       SELECT COMISAPG ASSIGN    TO COMISAPG
                      FILE STATUS    IS WRK-FS-COMISAPG.

      *PROJECAO DIA A DIA
       SELECT FLUXDIA  ASSIGN    TO FLUXDIA
                      FILE STATUS    IS WRK-FS-FLUXDIA.

      *PROJECAO SEMANA A SEMANA
       SELECT FLUXSEM  ASSIGN    TO FLUXSEM
                      FILE STATUS    IS WRK-FS-FLUXSEM.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMFLUX
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMFLUX-REGISTRO    PIC X(071).

       FD  CONTARHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONTARHOJE-REGISTRO  PIC X(039).

       FD  REMCTLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-REMCTLHOJE-REGISTRO  PIC X(034).

       FD  PARCHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARCHOJE-REGISTRO    PIC X(049).

       FD  CRONHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRONHOJE-REGISTRO    PIC X(046).

       FD  CPAGHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CPAGHOJE-REGISTRO    PIC X(042).

       FD  CDBHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CDBHOJE-REGISTRO     PIC X(073).

       FD  COMISAPG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMISAPG-REGISTRO    PIC X(053).

       FD  FLUXDIA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FLUXDIA-REGISTRO     PIC X(125).

       FD  FLUXSEM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FLUXSEM-REGISTRO     PIC X(070).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMFLUX       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONTARHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-REMCTLHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-PARCHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-CRONHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-CPAGHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-CDBHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMISAPG       PIC X(002) VALUE SPACES.
           05 WRK-FS-FLUXDIA        PIC X(002) VALUE SPACES.
           05 WRK-FS-FLUXSEM        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMFLUX - PREMISSAS DA PROJECAO. AS FAIXAS SAO
      *DE DIAS DE ATRASO: 1-30, 31-60, 61-90 E MAIS DE 90.
       01  WRK-PARMFLUX-REGISTRO.
           05 PARMFLUX-DATA-BASE    PIC  9(008).
           05 PARMFLUX-SALDO-INICIAL PIC S9(011)V99.
           05 PARMFLUX-PRAZO-TITULO PIC  9(003).
           05 PARMFLUX-PCT-EM-DIA   PIC  9(003)V99.
           05 PARMFLUX-FAIXA OCCURS 4 TIMES.
              10 PARMFLUX-FAIXA-PCT   PIC 9(003)V99.
              10 PARMFLUX-FAIXA-DIAS  PIC 9(003).
           05 PARMFLUX-PCT-BOLETO   PIC  9(003)V99.
           05 PARMFLUX-DIAS-BOLETO  PIC  9(003).
           05 PARMFLUX-DIA-COMISSAO PIC  9(002).

      *LAYOUT DE CONTARHOJE - MESMO GRAVADO PELO AC00EX15
       01  WRK-CONTAR-REGISTRO.
           05 CONTAR-COD-COMPRA     PIC  9(005).
           05 CONTAR-COD-CLIENTE    PIC  9(003).
           05 CONTAR-DATA-COMPRA    PIC  9(008).
           05 CONTAR-VALOR-ORIGINAL PIC  9(009)V99.
           05 CONTAR-VALOR-PAGO     PIC  9(009)V99.
           05 CONTAR-STATUS         PIC  X(001).
               88 CONTAR-ABERTO        VALUE "A".
               88 CONTAR-QUITADO       VALUE "Q".

      *LAYOUT DE REMCTLHOJE - MESMO GRAVADO PELO AC00EX67
       01  WRK-REMCTL-REGISTRO.
           05 REMCTL-NOSSO-NUMERO   PIC  9(010).
           05 REMCTL-COD-COMPRA     PIC  9(005).
           05 REMCTL-DATA-REMESSA   PIC  9(008).
           05 REMCTL-VALOR          PIC  9(009)V99.

      *LAYOUT DE PARCHOJE - MESMO GRAVADO PELO AC00EX49
       01  WRK-PARC-REGISTRO.
           05 PARC-COD-COMPRA       PIC  9(005).
           05 PARC-NUM-PARCELA      PIC  9(002).
           05 PARC-COD-CLIENTE      PIC  9(003).
           05 PARC-DATA-VENC        PIC  9(008).
           05 PARC-VALOR            PIC  9(009)V99.
           05 PARC-VALOR-ENCARGO    PIC  9(009)V99.
           05 PARC-DATA-PAGTO       PIC  9(008).
           05 PARC-STATUS           PIC  X(001).
               88 PARC-ABERTA          VALUE "A".
               88 PARC-PAGA            VALUE "P".

      *LAYOUT DE CRONHOJE - MESMO GRAVADO PELO AC00EX83
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

      *LAYOUT DE CPAGHOJE - MESMO GRAVADO PELO AC00EX92
       01  WRK-CPAG-REGISTRO.
           05 CPAG-COD-FORNEC       PIC 9(003).
           05 CPAG-NUM-NOTA         PIC 9(009).
           05 CPAG-DATA-NOTA        PIC 9(008).
           05 CPAG-DATA-VENCTO      PIC 9(008).
           05 CPAG-VALOR            PIC 9(011)V99.
           05 CPAG-STATUS           PIC X(001).
               88 CPAG-ABERTO          VALUE "A".
               88 CPAG-PAGO            VALUE "P".

      *LAYOUT DE CDBHOJE - MESMO GRAVADO PELO AC00EX82
       01  WRK-CDB-REGISTRO.
           05 CDB-CONTRATO          PIC 9(008).
           05 CDB-CHAVE             PIC X(015).
           05 CDB-DATA-ABERTURA     PIC 9(008).
           05 CDB-DATA-VENCTO       PIC 9(008).
           05 CDB-TAXA-MES          PIC 9(003)V9999.
           05 CDB-PRINCIPAL         PIC 9(011)V99.
           05 CDB-JUROS-ACUM        PIC S9(011)V99.
           05 CDB-STATUS            PIC X(001).
               88 CDB-ATIVO            VALUE "A".
               88 CDB-LIQUIDADO        VALUE "L".
               88 CDB-RESGATADO        VALUE "R".

      *LAYOUT DE COMISAPG - COMISTOT COM VALORES EDITADOS, COMO
      *GRAVADO PELO AC00EX10
       01  WRK-COMISAPG-REGISTRO.
           05 COMISAPG-COD-VENDEDOR PIC X(003).
           05 FILLER                PIC X(001).
           05 COMISAPG-NOME         PIC X(020).
           05 FILLER                PIC X(001).
           05 COMISAPG-VALOR-LIQ    PIC X(014).
           05 FILLER                PIC X(001).
           05 COMISAPG-VALOR-COMIS  PIC X(014).

      *LAYOUT DE FLUXDIA - UM DIA DA PROJECAO
       01  WRK-FLUXDIA-REGISTRO.
           05 FLUXDIA-DATA          PIC  9(008).
           05 FLUXDIA-ENT-RECEBER   PIC  9(011)V99.
           05 FLUXDIA-ENT-CARTAO    PIC  9(011)V99.
           05 FLUXDIA-ENT-EMPREST   PIC  9(011)V99.
           05 FLUXDIA-ENT-BOLETO    PIC  9(011)V99.
           05 FLUXDIA-SAI-FORNEC    PIC  9(011)V99.
           05 FLUXDIA-SAI-CDB       PIC  9(011)V99.
           05 FLUXDIA-SAI-COMISSAO  PIC  9(011)V99.
           05 FLUXDIA-LIQUIDO       PIC S9(011)V99.
           05 FLUXDIA-SALDO         PIC S9(011)V99.

      *LAYOUT DE FLUXSEM - UMA SEMANA DA PROJECAO
       01  WRK-FLUXSEM-REGISTRO.
           05 FLUXSEM-SEMANA        PIC  9(002).
           05 FLUXSEM-DATA-INICIO   PIC  9(008).
           05 FLUXSEM-DATA-FIM      PIC  9(008).
           05 FLUXSEM-ENTRADAS      PIC  9(011)V99.
           05 FLUXSEM-SAIDAS        PIC  9(011)V99.
           05 FLUXSEM-LIQUIDO       PIC S9(011)V99.
           05 FLUXSEM-SALDO-FINAL   PIC S9(011)V99.

      *AREA DE DESEDICAO DE VALOR ZZZ.ZZZ.Z99,99 - COMO NO AC00EX40
       01  WRK-VALOR-EDITADO.
           05 WRK-ED-GRUPO1         PIC X(003).
           05 FILLER                PIC X(001).
           05 WRK-ED-GRUPO2         PIC X(003).
           05 FILLER                PIC X(001).
           05 WRK-ED-GRUPO3         PIC X(003).
           05 FILLER                PIC X(001).
           05 WRK-ED-DECIMAIS       PIC X(002).

       01  WRK-VALOR-DIGITOS.
           05 WRK-DIG-GRUPO1        PIC X(003).
           05 WRK-DIG-GRUPO2        PIC X(003).
           05 WRK-DIG-GRUPO3        PIC X(003).
           05 WRK-DIG-DECIMAIS      PIC X(002).

       01  WRK-VALOR-NUMERICO REDEFINES WRK-VALOR-DIGITOS
                                    PIC 9(009)V99.

      *PROJECAO DIA A DIA - DIA 1 E O DIA SEGUINTE A DATA BASE
       01  TAB-DIA-REGISTRO OCCURS 90 TIMES
               INDEXED BY IDX-DIA.
           05 TAB-DIA-DATA          PIC 9(008).
           05 TAB-DIA-ENT-RECEBER   PIC 9(011)V99.
           05 TAB-DIA-ENT-CARTAO    PIC 9(011)V99.
           05 TAB-DIA-ENT-EMPREST   PIC 9(011)V99.
           05 TAB-DIA-ENT-BOLETO    PIC 9(011)V99.
           05 TAB-DIA-SAI-FORNEC    PIC 9(011)V99.
           05 TAB-DIA-SAI-CDB       PIC 9(011)V99.
           05 TAB-DIA-SAI-COMISSAO  PIC 9(011)V99.

      *BOLETOS NA RUA (COMPRA E DATA DA REMESSA)
       01  WRK-TAB-REM-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-REM-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-REM-QTDE
               INDEXED BY IDX-REM.
           05 TAB-REM-COD-COMPRA    PIC 9(005).
           05 TAB-REM-DATA-REMESSA  PIC 9(008).

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

       01  WRK-DATA-BASE            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-BASE-R REDEFINES WRK-DATA-BASE.
           05 WRK-BASE-ANO          PIC 9(004).
           05 WRK-BASE-MES          PIC 9(002).
           05 WRK-BASE-DIA          PIC 9(002).

       01  WRK-DATA-CALC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

      *APOIO AO RUN
       01  WRK-BASE-INTEIRO         PIC 9(008) VALUE ZEROS.
       01  WRK-VENC-INTEIRO         PIC 9(008) VALUE ZEROS.
       01  WRK-PREVISTO-INTEIRO     PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-ATRASO          PIC 9(008) VALUE ZEROS.
       01  WRK-DIA-PROJECAO         PIC S9(008) VALUE ZEROS.
       01  WRK-MESES-RESTANTES      PIC 9(003) VALUE ZEROS.
       01  WRK-FAIXA                PIC 9(001) VALUE ZEROS.
       01  WRK-PCT-EM-DIA           PIC 9(003)V99 VALUE ZEROS.
       01  WRK-PCT-APLICADO         PIC 9(003)V99 VALUE ZEROS.
       01  WRK-VALOR-ITEM           PIC 9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-PREVISTO       PIC 9(011)V99 VALUE ZEROS.
       01  WRK-ORIGEM               PIC X(001) VALUE SPACES.
           88 ORIGEM-RECEBER                   VALUE "R".
           88 ORIGEM-CARTAO                    VALUE "C".
           88 ORIGEM-EMPREST                   VALUE "E".
           88 ORIGEM-BOLETO                    VALUE "B".
           88 ORIGEM-FORNEC                    VALUE "F".
           88 ORIGEM-CDB                       VALUE "D".
           88 ORIGEM-COMISSAO                  VALUE "M".
       01  WRK-ACHOU-REM            PIC X(001) VALUE "N".
       01  WRK-SW-COMISAPG          PIC X(001) VALUE "N".
           88 COMISAPG-ABERTO                  VALUE "S".
       01  WRK-SALDO                PIC S9(011)V99 VALUE ZEROS.
       01  WRK-ENTRADAS-DIA         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-SAIDAS-DIA           PIC 9(011)V99 VALUE ZEROS.
       01  WRK-SEMANA               PIC 9(002) VALUE ZEROS.
       01  WRK-DIA-DA-SEMANA        PIC 9(001) VALUE ZEROS.
       01  WRK-TOT-COMISSAO         PIC 9(011)V99 VALUE ZEROS.

      *TOTAIS DO RUN
       01  WRK-TOT-ENTRADAS         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOT-SAIDAS           PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOT-FORA-HORIZONTE   PIC S9(011)V99 VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CONTAR       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-REMCTL       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PARC         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CRON         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CPAG         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CDB          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-COMISAPG     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-BOLETOS-NA-RUA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ITENS-PROJETADOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FORA-HORIZONTE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FLUXDIA   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FLUXSEM   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX10-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROJETAR-RECEBER
             UNTIL WRK-FS-CONTARHOJE = "10".
           PERFORM 021-PROJETAR-CARTAO
             UNTIL WRK-FS-PARCHOJE = "10".
           PERFORM 022-PROJETAR-EMPRESTIMO
             UNTIL WRK-FS-CRONHOJE = "10".
           PERFORM 023-PROJETAR-FORNECEDOR
             UNTIL WRK-FS-CPAGHOJE = "10".
           PERFORM 024-PROJETAR-CDB
             UNTIL WRK-FS-CDBHOJE = "10".
           PERFORM 025-SOMAR-COMISSAO
             UNTIL WRK-FS-COMISAPG = "10".
           PERFORM 026-PROJETAR-COMISSAO.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX10 INICIADO - FLUXO DE CAIXA"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMFLUX.
           PERFORM 015-MONTAR-CALENDARIO.
           PERFORM 016-CARREGAR-TABELA-REMCTL.
           PERFORM 041-LER-CONTARHOJE.
           PERFORM 042-LER-PARCHOJE.
           PERFORM 043-LER-CRONHOJE.
           PERFORM 044-LER-CPAGHOJE.
           PERFORM 045-LER-CDBHOJE.
           PERFORM 046-LER-COMISAPG.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CONTARHOJE.
           IF WRK-FS-CONTARHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CONTARHOJE - FS: "
                      WRK-FS-CONTARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PARCHOJE.
           IF WRK-FS-PARCHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARCHOJE - FS: "
                      WRK-FS-PARCHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CRONHOJE.
           IF WRK-FS-CRONHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRONHOJE - FS: "
                      WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CPAGHOJE.
           IF WRK-FS-CPAGHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CPAGHOJE - FS: "
                      WRK-FS-CPAGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CDBHOJE.
           IF WRK-FS-CDBHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CDBHOJE - FS: " WRK-FS-CDBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    LOGO DEPOIS DO PAGAMENTO NAO HA COMISSAO ACUMULADA - A
      *    ESTEIRA NAO TEM GERACAO PARA CONCATENAR
           OPEN INPUT    COMISAPG.
           IF WRK-FS-COMISAPG NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA COMISAPG - FS: "
                      WRK-FS-COMISAPG
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMISAPG = "35"
              DISPLAY "ARQUIVO COMISAPG NAO ENCONTRADO - "
                      "PROJECAO SEM COMISSAO A PAGAR"
              MOVE "10" TO WRK-FS-COMISAPG
           ELSE
              MOVE "S" TO WRK-SW-COMISAPG
           END-IF.

           OPEN OUTPUT   FLUXDIA.
           IF WRK-FS-FLUXDIA NOT = ZEROS
              DISPLAY "ERRO ABERTURA FLUXDIA - FS: " WRK-FS-FLUXDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FLUXSEM.
           IF WRK-FS-FLUXSEM NOT = ZEROS
              DISPLAY "ERRO ABERTURA FLUXSEM - FS: " WRK-FS-FLUXSEM
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA AS PREMISSAS. SEM O PARAMETRO VALEM OS PADROES; DATA
      *BASE ZERADA NO PARAMETRO E A DATA DO SISTEMA.
       013-LER-PARMFLUX.
           OPEN INPUT   PARMFLUX.
           IF WRK-FS-PARMFLUX = "35"
              PERFORM 014-ASSUMIR-PADRAO
           ELSE
              IF WRK-FS-PARMFLUX NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMFLUX - FS: "
                         WRK-FS-PARMFLUX
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMFLUX INTO WRK-PARMFLUX-REGISTRO
              IF WRK-FS-PARMFLUX NOT = "00"
                 DISPLAY "ARQUIVO PARMFLUX VAZIO - FS: "
                         WRK-FS-PARMFLUX
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMFLUX
           END-IF.

           IF PARMFLUX-DATA-BASE = ZEROS
              ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           ELSE
              MOVE PARMFLUX-DATA-BASE TO WRK-DATA-BASE
           END-IF.
           IF PARMFLUX-DIA-COMISSAO = ZEROS
              OR PARMFLUX-DIA-COMISSAO > 28
              MOVE 05 TO PARMFLUX-DIA-COMISSAO
           END-IF.
           COMPUTE WRK-BASE-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE).
           DISPLAY "PROJECAO A PARTIR DE: " WRK-DATA-BASE.

       014-ASSUMIR-PADRAO.
           MOVE ZEROS  TO PARMFLUX-DATA-BASE.
           MOVE ZEROS  TO PARMFLUX-SALDO-INICIAL.
           MOVE 030    TO PARMFLUX-PRAZO-TITULO.
           MOVE 100    TO PARMFLUX-PCT-EM-DIA.
           MOVE 080    TO PARMFLUX-FAIXA-PCT(1).
           MOVE 015    TO PARMFLUX-FAIXA-DIAS(1).
           MOVE 050    TO PARMFLUX-FAIXA-PCT(2).
           MOVE 030    TO PARMFLUX-FAIXA-DIAS(2).
           MOVE 020    TO PARMFLUX-FAIXA-PCT(3).
           MOVE 045    TO PARMFLUX-FAIXA-DIAS(3).
           MOVE ZEROS  TO PARMFLUX-FAIXA-PCT(4).
           MOVE 060    TO PARMFLUX-FAIXA-DIAS(4).
           MOVE 095    TO PARMFLUX-PCT-BOLETO.
           MOVE 003    TO PARMFLUX-DIAS-BOLETO.
           MOVE 05     TO PARMFLUX-DIA-COMISSAO.

      *ZERA OS 90 DIAS DA PROJECAO E GUARDA A DATA DE CADA UM.
       015-MONTAR-CALENDARIO.
           PERFORM 030-ZERAR-DIA
           VARYING IDX-DIA FROM 1 BY 1
           UNTIL IDX-DIA > 90.

      *GUARDA OS BOLETOS REMETIDOS. O CONTROLE DO AC00EX67 GUARDA
      *TODA REMESSA JA FEITA - SO ESTA NA RUA O BOLETO CUJO
      *TITULO AINDA ESTA EM ABERTO NO CONTARHOJE.
       016-CARREGAR-TABELA-REMCTL.
           OPEN INPUT   REMCTLHOJE.
           IF WRK-FS-REMCTLHOJE = "35"
              DISPLAY "ARQUIVO REMCTLHOJE NAO ENCONTRADO - "
                      "PROJECAO SEM BOLETOS NA RUA"
           ELSE
              IF WRK-FS-REMCTLHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA REMCTLHOJE - FS: "
                         WRK-FS-REMCTLHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-REMCTLHOJE
              PERFORM 031-GUARDAR-REMESSA
                UNTIL WRK-FS-REMCTLHOJE = "10"
              CLOSE REMCTLHOJE
              IF WRK-FS-REMCTLHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE REMCTLHOJE - FS: "
                         WRK-FS-REMCTLHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *TITULO EM ABERTO: COM BOLETO NA RUA ENTRA PELA REMESSA;
      *SEM BOLETO, VENCE COMPRA-DATA MAIS O PRAZO DO TITULO.
       020-PROJETAR-RECEBER.
           IF CONTAR-ABERTO
              AND CONTAR-VALOR-ORIGINAL > CONTAR-VALOR-PAGO
              COMPUTE WRK-VALOR-ITEM =
                  CONTAR-VALOR-ORIGINAL - CONTAR-VALOR-PAGO
              PERFORM 080-BUSCAR-REMESSA
              IF WRK-ACHOU-REM = "S"
                 ADD 1 TO WRK-CONT-BOLETOS-NA-RUA
                 COMPUTE WRK-VENC-INTEIRO =
                     FUNCTION INTEGER-OF-DATE
                         (TAB-REM-DATA-REMESSA(IDX-REM))
                     + PARMFLUX-DIAS-BOLETO
                 MOVE PARMFLUX-PCT-BOLETO TO WRK-PCT-EM-DIA
                 MOVE "B" TO WRK-ORIGEM
              ELSE
                 COMPUTE WRK-VENC-INTEIRO =
                     FUNCTION INTEGER-OF-DATE(CONTAR-DATA-COMPRA)
                     + PARMFLUX-PRAZO-TITULO
                 MOVE PARMFLUX-PCT-EM-DIA TO WRK-PCT-EM-DIA
                 MOVE "R" TO WRK-ORIGEM
              END-IF
              PERFORM 032-PREVER-ENTRADA
           END-IF.
           PERFORM 041-LER-CONTARHOJE.

      *PARCELA DO CARTAO EM ABERTO, COM O ENCARGO DE ATRASO JA
      *LANCADO PELO AC00EX49.
       021-PROJETAR-CARTAO.
           IF PARC-ABERTA
              COMPUTE WRK-VALOR-ITEM =
                  PARC-VALOR + PARC-VALOR-ENCARGO
              COMPUTE WRK-VENC-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(PARC-DATA-VENC)
              MOVE PARMFLUX-PCT-EM-DIA TO WRK-PCT-EM-DIA
              MOVE "C" TO WRK-ORIGEM
              PERFORM 032-PREVER-ENTRADA
           END-IF.
           PERFORM 042-LER-PARCHOJE.

       022-PROJETAR-EMPRESTIMO.
           IF CRON-ABERTA OR CRON-EM-ATRASO
              MOVE CRON-VALOR TO WRK-VALOR-ITEM
              COMPUTE WRK-VENC-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(CRON-DATA-VENC)
              MOVE PARMFLUX-PCT-EM-DIA TO WRK-PCT-EM-DIA
              MOVE "E" TO WRK-ORIGEM
              PERFORM 032-PREVER-ENTRADA
           END-IF.
           PERFORM 043-LER-CRONHOJE.

       023-PROJETAR-FORNECEDOR.
           IF CPAG-ABERTO
              MOVE CPAG-VALOR TO WRK-VALOR-PREVISTO
              COMPUTE WRK-PREVISTO-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(CPAG-DATA-VENCTO)
              MOVE "F" TO WRK-ORIGEM
              PERFORM 035-LANCAR-NO-DIA
           END-IF.
           PERFORM 044-LER-CPAGHOJE.

      *NO VENCIMENTO O CDB DEVOLVE PRINCIPAL MAIS JUROS. OS JUROS
      *DOS MESES QUE FALTAM SAO CAPITALIZADOS COMO NO AC00EX82.
       024-PROJETAR-CDB.
           IF CDB-ATIVO
              COMPUTE WRK-PREVISTO-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(CDB-DATA-VENCTO)
              IF WRK-PREVISTO-INTEIRO > WRK-BASE-INTEIRO
                 COMPUTE WRK-MESES-RESTANTES =
                     (WRK-PREVISTO-INTEIRO - WRK-BASE-INTEIRO) / 30
              ELSE
                 MOVE ZEROS TO WRK-MESES-RESTANTES
              END-IF
              COMPUTE WRK-VALOR-PREVISTO ROUNDED =
                  (CDB-PRINCIPAL + CDB-JUROS-ACUM)
                  * (1 + CDB-TAXA-MES / 100) ** WRK-MESES-RESTANTES
              MOVE "D" TO WRK-ORIGEM
              PERFORM 035-LANCAR-NO-DIA
           END-IF.
           PERFORM 045-LER-CDBHOJE.

       025-SOMAR-COMISSAO.
           MOVE COMISAPG-VALOR-COMIS TO WRK-VALOR-EDITADO.
           PERFORM 033-DESEDITAR-VALOR.
           ADD WRK-VALOR-NUMERICO TO WRK-TOT-COMISSAO.
           PERFORM 046-LER-COMISAPG.

      *A COMISSAO ACUMULADA SAI NO PROXIMO DIA DE PAGAMENTO DE
      *COMISSAO DEPOIS DA DATA BASE.
       026-PROJETAR-COMISSAO.
           IF WRK-TOT-COMISSAO > ZEROS
              MOVE WRK-DATA-BASE TO WRK-DATA-CALC
              IF WRK-CALC-DIA >= PARMFLUX-DIA-COMISSAO
                 IF WRK-CALC-MES = 12
                    MOVE 01 TO WRK-CALC-MES
                    ADD 1 TO WRK-CALC-ANO
                 ELSE
                    ADD 1 TO WRK-CALC-MES
                 END-IF
              END-IF
              MOVE PARMFLUX-DIA-COMISSAO TO WRK-CALC-DIA
              COMPUTE WRK-PREVISTO-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC)
              MOVE WRK-TOT-COMISSAO TO WRK-VALOR-PREVISTO
              MOVE "M" TO WRK-ORIGEM
              PERFORM 035-LANCAR-NO-DIA
           END-IF.

       030-ZERAR-DIA.
           MOVE 2            TO WRK-DU-OPERACAO.
           MOVE WRK-BASE-DIA TO WRK-DU-DIA.
           MOVE WRK-BASE-MES TO WRK-DU-MES.
           MOVE WRK-BASE-ANO TO WRK-DU-ANO.
           SET WRK-DU-QTD-DIAS TO IDX-DIA.
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
           MOVE WRK-DATA-CALC TO TAB-DIA-DATA(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-ENT-RECEBER(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-ENT-CARTAO(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-ENT-EMPREST(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-ENT-BOLETO(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-SAI-FORNEC(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-SAI-CDB(IDX-DIA).
           MOVE ZEROS TO TAB-DIA-SAI-COMISSAO(IDX-DIA).

       031-GUARDAR-REMESSA.
           IF WRK-TAB-REM-QTDE = 2000
              DISPLAY "TABELA DE REMESSAS CHEIA - COMPRA IGNORADA: "
                      REMCTL-COD-COMPRA
           ELSE
              ADD 1 TO WRK-TAB-REM-QTDE
              MOVE REMCTL-COD-COMPRA
                TO TAB-REM-COD-COMPRA(WRK-TAB-REM-QTDE)
              MOVE REMCTL-DATA-REMESSA
                TO TAB-REM-DATA-REMESSA(WRK-TAB-REM-QTDE)
           END-IF.
           PERFORM 047-LER-REMCTLHOJE.

      *ENTRADA A VENCER CAI NO VENCIMENTO PELO PERCENTUAL EM DIA
      *DA ORIGEM; VENCIDA CAI NOS DIAS DA FAIXA DE ATRASO DEPOIS
      *DA DATA BASE, PELO PERCENTUAL DA FAIXA.
       032-PREVER-ENTRADA.
           IF WRK-VENC-INTEIRO > WRK-BASE-INTEIRO
              MOVE WRK-VENC-INTEIRO TO WRK-PREVISTO-INTEIRO
              MOVE WRK-PCT-EM-DIA   TO WRK-PCT-APLICADO
           ELSE
              COMPUTE WRK-DIAS-ATRASO =
                  WRK-BASE-INTEIRO - WRK-VENC-INTEIRO
              EVALUATE TRUE
                  WHEN WRK-DIAS-ATRASO <= 30
                       MOVE 1 TO WRK-FAIXA
                  WHEN WRK-DIAS-ATRASO <= 60
                       MOVE 2 TO WRK-FAIXA
                  WHEN WRK-DIAS-ATRASO <= 90
                       MOVE 3 TO WRK-FAIXA
                  WHEN OTHER
                       MOVE 4 TO WRK-FAIXA
              END-EVALUATE
              COMPUTE WRK-PREVISTO-INTEIRO =
                  WRK-BASE-INTEIRO
                  + PARMFLUX-FAIXA-DIAS(WRK-FAIXA)
              MOVE PARMFLUX-FAIXA-PCT(WRK-FAIXA)
                TO WRK-PCT-APLICADO
           END-IF.

           COMPUTE WRK-VALOR-PREVISTO ROUNDED =
               WRK-VALOR-ITEM * WRK-PCT-APLICADO / 100.
           IF WRK-VALOR-PREVISTO > ZEROS
              PERFORM 035-LANCAR-NO-DIA
           END-IF.

       033-DESEDITAR-VALOR.
           MOVE WRK-ED-GRUPO1   TO WRK-DIG-GRUPO1.
           MOVE WRK-ED-GRUPO2   TO WRK-DIG-GRUPO2.
           MOVE WRK-ED-GRUPO3   TO WRK-DIG-GRUPO3.
           MOVE WRK-ED-DECIMAIS TO WRK-DIG-DECIMAIS.
           INSPECT WRK-VALOR-DIGITOS REPLACING ALL " " BY "0".

      *LANCA O VALOR PREVISTO NO DIA DA PROJECAO. O QUE JA VENCEU
      *CAI NO DIA 1; O QUE PASSA DOS 90 DIAS SO E TOTALIZADO.
       035-LANCAR-NO-DIA.
           COMPUTE WRK-DIA-PROJECAO =
               WRK-PREVISTO-INTEIRO - WRK-BASE-INTEIRO.
           IF WRK-DIA-PROJECAO < 1
              MOVE 1 TO WRK-DIA-PROJECAO
           END-IF.

           IF WRK-DIA-PROJECAO > 90
              ADD 1 TO WRK-CONT-FORA-HORIZONTE
              IF ORIGEM-FORNEC OR ORIGEM-CDB OR ORIGEM-COMISSAO
                 SUBTRACT WRK-VALOR-PREVISTO
                     FROM WRK-TOT-FORA-HORIZONTE
              ELSE
                 ADD WRK-VALOR-PREVISTO TO WRK-TOT-FORA-HORIZONTE
              END-IF
           ELSE
              ADD 1 TO WRK-CONT-ITENS-PROJETADOS
              SET IDX-DIA TO WRK-DIA-PROJECAO
              EVALUATE TRUE
                  WHEN ORIGEM-RECEBER
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-ENT-RECEBER(IDX-DIA)
                  WHEN ORIGEM-CARTAO
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-ENT-CARTAO(IDX-DIA)
                  WHEN ORIGEM-EMPREST
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-ENT-EMPREST(IDX-DIA)
                  WHEN ORIGEM-BOLETO
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-ENT-BOLETO(IDX-DIA)
                  WHEN ORIGEM-FORNEC
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-SAI-FORNEC(IDX-DIA)
                  WHEN ORIGEM-CDB
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-SAI-CDB(IDX-DIA)
                  WHEN ORIGEM-COMISSAO
                       ADD WRK-VALOR-PREVISTO
                         TO TAB-DIA-SAI-COMISSAO(IDX-DIA)
              END-EVALUATE
           END-IF.

       041-LER-CONTARHOJE.
           READ CONTARHOJE INTO WRK-CONTAR-REGISTRO.
           IF WRK-FS-CONTARHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONTARHOJE - FS: "
                      WRK-FS-CONTARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CONTARHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CONTAR
           END-IF.

       042-LER-PARCHOJE.
           READ PARCHOJE INTO WRK-PARC-REGISTRO.
           IF WRK-FS-PARCHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARCHOJE - FS: "
                      WRK-FS-PARCHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PARCHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-PARC
           END-IF.

       043-LER-CRONHOJE.
           READ CRONHOJE INTO WRK-CRON-REGISTRO.
           IF WRK-FS-CRONHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRONHOJE - FS: "
                      WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRONHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRON
           END-IF.

       044-LER-CPAGHOJE.
           READ CPAGHOJE INTO WRK-CPAG-REGISTRO.
           IF WRK-FS-CPAGHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CPAGHOJE - FS: "
                      WRK-FS-CPAGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CPAGHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CPAG
           END-IF.

       045-LER-CDBHOJE.
           READ CDBHOJE INTO WRK-CDB-REGISTRO.
           IF WRK-FS-CDBHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CDBHOJE - FS: " WRK-FS-CDBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CDBHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CDB
           END-IF.

       046-LER-COMISAPG.
           IF WRK-FS-COMISAPG = "10"
              CONTINUE
           ELSE
              READ COMISAPG INTO WRK-COMISAPG-REGISTRO
              IF WRK-FS-COMISAPG NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA COMISAPG - FS: "
                         WRK-FS-COMISAPG
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-COMISAPG = "00"
                   ADD 1 TO WRK-CONT-LIDOS-COMISAPG
              END-IF
           END-IF.

       047-LER-REMCTLHOJE.
           READ REMCTLHOJE INTO WRK-REMCTL-REGISTRO.
           IF WRK-FS-REMCTLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA REMCTLHOJE - FS: "
                      WRK-FS-REMCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-REMCTLHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-REMCTL
           END-IF.

       080-BUSCAR-REMESSA.
           MOVE "N" TO WRK-ACHOU-REM.
           SET IDX-REM TO 1.
           SEARCH TAB-REM-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-REM-COD-COMPRA(IDX-REM) = CONTAR-COD-COMPRA
                   MOVE "S" TO WRK-ACHOU-REM
           END-SEARCH.

       050-FINALIZAR.
           MOVE PARMFLUX-SALDO-INICIAL TO WRK-SALDO.
           MOVE ZEROS TO WRK-SEMANA.
           MOVE ZEROS TO WRK-DIA-DA-SEMANA.
           PERFORM 053-GRAVAR-DIA
           VARYING IDX-DIA FROM 1 BY 1
           UNTIL IDX-DIA > 90.
           IF WRK-DIA-DA-SEMANA > ZEROS
              PERFORM 055-GRAVAR-SEMANA
           END-IF.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *GRAVA O DIA COM O SALDO ACUMULADO E FECHA A SEMANA A CADA
      *SETE DIAS (A ULTIMA SEMANA DOS 90 DIAS TEM SEIS).
       053-GRAVAR-DIA.
           COMPUTE WRK-ENTRADAS-DIA =
               TAB-DIA-ENT-RECEBER(IDX-DIA)
               + TAB-DIA-ENT-CARTAO(IDX-DIA)
               + TAB-DIA-ENT-EMPREST(IDX-DIA)
               + TAB-DIA-ENT-BOLETO(IDX-DIA).
           COMPUTE WRK-SAIDAS-DIA =
               TAB-DIA-SAI-FORNEC(IDX-DIA)
               + TAB-DIA-SAI-CDB(IDX-DIA)
               + TAB-DIA-SAI-COMISSAO(IDX-DIA).
           ADD WRK-ENTRADAS-DIA TO WRK-TOT-ENTRADAS.
           ADD WRK-SAIDAS-DIA   TO WRK-TOT-SAIDAS.
           COMPUTE WRK-SALDO =
               WRK-SALDO + WRK-ENTRADAS-DIA - WRK-SAIDAS-DIA.

           MOVE TAB-DIA-DATA(IDX-DIA)         TO FLUXDIA-DATA.
           MOVE TAB-DIA-ENT-RECEBER(IDX-DIA)  TO FLUXDIA-ENT-RECEBER.
           MOVE TAB-DIA-ENT-CARTAO(IDX-DIA)   TO FLUXDIA-ENT-CARTAO.
           MOVE TAB-DIA-ENT-EMPREST(IDX-DIA)  TO FLUXDIA-ENT-EMPREST.
           MOVE TAB-DIA-ENT-BOLETO(IDX-DIA)   TO FLUXDIA-ENT-BOLETO.
           MOVE TAB-DIA-SAI-FORNEC(IDX-DIA)   TO FLUXDIA-SAI-FORNEC.
           MOVE TAB-DIA-SAI-CDB(IDX-DIA)      TO FLUXDIA-SAI-CDB.
           MOVE TAB-DIA-SAI-COMISSAO(IDX-DIA)
             TO FLUXDIA-SAI-COMISSAO.
           COMPUTE FLUXDIA-LIQUIDO = WRK-ENTRADAS-DIA - WRK-SAIDAS-DIA.
           MOVE WRK-SALDO                     TO FLUXDIA-SALDO.

           WRITE FD-FLUXDIA-REGISTRO FROM WRK-FLUXDIA-REGISTRO.
           IF WRK-FS-FLUXDIA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FLUXDIA - FS: " WRK-FS-FLUXDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FLUXDIA.

           IF WRK-DIA-DA-SEMANA = ZEROS
              ADD 1 TO WRK-SEMANA
              MOVE TAB-DIA-DATA(IDX-DIA) TO FLUXSEM-DATA-INICIO
              MOVE ZEROS TO FLUXSEM-ENTRADAS
              MOVE ZEROS TO FLUXSEM-SAIDAS
           END-IF.
           ADD 1 TO WRK-DIA-DA-SEMANA.
           MOVE TAB-DIA-DATA(IDX-DIA) TO FLUXSEM-DATA-FIM.
           ADD WRK-ENTRADAS-DIA TO FLUXSEM-ENTRADAS.
           ADD WRK-SAIDAS-DIA   TO FLUXSEM-SAIDAS.
           IF WRK-DIA-DA-SEMANA = 7
              PERFORM 055-GRAVAR-SEMANA
           END-IF.

       055-GRAVAR-SEMANA.
           MOVE WRK-SEMANA TO FLUXSEM-SEMANA.
           COMPUTE FLUXSEM-LIQUIDO =
               FLUXSEM-ENTRADAS - FLUXSEM-SAIDAS.
           MOVE WRK-SALDO  TO FLUXSEM-SALDO-FINAL.

           WRITE FD-FLUXSEM-REGISTRO FROM WRK-FLUXSEM-REGISTRO.
           IF WRK-FS-FLUXSEM NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FLUXSEM - FS: " WRK-FS-FLUXSEM
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FLUXSEM.
           MOVE ZEROS TO WRK-DIA-DA-SEMANA.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CONTARHOJE..: "
                   WRK-CONT-LIDOS-CONTAR.
           DISPLAY "Quantidade de Registros Lidos REMCTLHOJE..: "
                   WRK-CONT-LIDOS-REMCTL.
           DISPLAY "Quantidade de Registros Lidos PARCHOJE....: "
                   WRK-CONT-LIDOS-PARC.
           DISPLAY "Quantidade de Registros Lidos CRONHOJE....: "
                   WRK-CONT-LIDOS-CRON.
           DISPLAY "Quantidade de Registros Lidos CPAGHOJE....: "
                   WRK-CONT-LIDOS-CPAG.
           DISPLAY "Quantidade de Registros Lidos CDBHOJE.....: "
                   WRK-CONT-LIDOS-CDB.
           DISPLAY "Quantidade de Registros Lidos COMISAPG....: "
                   WRK-CONT-LIDOS-COMISAPG.
           DISPLAY "Quantidade de Boletos na Rua..............: "
                   WRK-CONT-BOLETOS-NA-RUA.
           DISPLAY "Quantidade de Itens Projetados............: "
                   WRK-CONT-ITENS-PROJETADOS.
           DISPLAY "Quantidade de Itens Alem dos 90 Dias......: "
                   WRK-CONT-FORA-HORIZONTE.
           DISPLAY "Quantidade de Linhas no FLUXDIA...........: "
                   WRK-CONT-GRAVADOS-FLUXDIA.
           DISPLAY "Quantidade de Linhas no FLUXSEM...........: "
                   WRK-CONT-GRAVADOS-FLUXSEM.
           DISPLAY "Saldo Inicial.............................: "
                   PARMFLUX-SALDO-INICIAL.
           DISPLAY "Total de Entradas Previstas...............: "
                   WRK-TOT-ENTRADAS.
           DISPLAY "Total de Saidas Previstas.................: "
                   WRK-TOT-SAIDAS.
           DISPLAY "Posicao de Fechamento no Dia 90...........: "
                   WRK-SALDO.
           DISPLAY "Liquido Previsto Alem dos 90 Dias.........: "
                   WRK-TOT-FORA-HORIZONTE.

       052-FECHAR-ARQUIVOS.
           CLOSE CONTARHOJE.
           IF WRK-FS-CONTARHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CONTARHOJE - FS: "
                      WRK-FS-CONTARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PARCHOJE.
           IF WRK-FS-PARCHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PARCHOJE - FS: " WRK-FS-PARCHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CRONHOJE.
           IF WRK-FS-CRONHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CRONHOJE - FS: " WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CPAGHOJE.
           IF WRK-FS-CPAGHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CPAGHOJE - FS: " WRK-FS-CPAGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CDBHOJE.
           IF WRK-FS-CDBHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CDBHOJE - FS: " WRK-FS-CDBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF COMISAPG-ABERTO
              CLOSE COMISAPG
              IF WRK-FS-COMISAPG NOT = "00"
                 DISPLAY "ERRO CLOSE COMISAPG - FS: "
                         WRK-FS-COMISAPG
              END-IF
           END-IF.

           CLOSE FLUXDIA.
           IF WRK-FS-FLUXDIA NOT = "00"
              DISPLAY "ERRO CLOSE FLUXDIA - FS: " WRK-FS-FLUXDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FLUXSEM.
           IF WRK-FS-FLUXSEM NOT = "00"
              DISPLAY "ERRO CLOSE FLUXSEM - FS: " WRK-FS-FLUXSEM
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX10".
           GOBACK.

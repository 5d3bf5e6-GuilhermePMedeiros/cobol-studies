       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX92.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX92
      *CONTAS A PAGAR A FORNECEDOR E RODADA DE PAGAMENTOS. MANTEM
      *O CADASTRO DE TITULOS EM ABERTO POR FORNECEDOR E NOTA, NO
      *MESMO ESPIRITO DOS SNAPSHOTS CONTARANT/CONTARHOJE DO
      *AC00EX15: LE O CADASTRO DO CICLO ANTERIOR (CPAGANT),
      *INCORPORA AS LINHAS DE NOTA CONFERIDAS PELO AC00EX91
      *(NFPAGAR), SOMANDO AS LINHAS DA MESMA NOTA NUM SO TITULO,
      *E GRAVA O CADASTRO ATUALIZADO (CPAGHOJE).
      *O VENCIMENTO DO TITULO NOVO E A DATA DA NOTA MAIS O
      *FORNECEDOR-PRAZO-DIAS, EMPURRADO PARA O PROXIMO DIA UTIL
      *VIA DATAUTIL.
      *A RODADA DE PAGAMENTOS SELECIONA OS TITULOS QUE VENCEM ATE
      *A DATA LIMITE DO PARAMETRO PARMPAGTO (SEM O PARAMETRO, A
      *DATA DO SISTEMA) E GRAVA UM PAGAMENTO POR FORNECEDOR NO
      *ARQUIVO DO BANCO (PAGBANCO) E O AVISO DE PAGAMENTO DO
      *FORNECEDOR (REMITREL: UMA LINHA POR NOTA E O TOTAL). O
      *TITULO PAGO SAI DO CADASTRO.
      *OS TITULOS QUE CONTINUAM EM ABERTO SAO CLASSIFICADOS POR
      *IDADE CONTADA DA DATA DA NOTA NAS MESMAS FAIXAS DO AGINGREL
      *DO AC00EX15 (ATE 30 / 31-60 / 61-90 / MAIS DE 90 DIAS), NO
      *RELATORIO CPAGAGING, COM O MESMO LAYOUT.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *LINHAS DE NOTA CONFERIDAS PELO AC00EX91
       SELECT NFPAGAR  ASSIGN    TO NFPAGAR
                      FILE STATUS    IS WRK-FS-NFPAGAR.

      *CADASTRO DE FORNECEDORES
       SELECT FORNECEDOR ASSIGN  TO FORNECEDOR
                      FILE STATUS    IS WRK-FS-FORNECEDOR.

      *DATA LIMITE DA RODADA DE PAGAMENTOS (OPCIONAL)
       SELECT PARMPAGTO ASSIGN   TO PARMPAGTO
                      FILE STATUS    IS WRK-FS-PARMPAGTO.

      *CADASTRO DE TITULOS A PAGAR DO CICLO ANTERIOR
       SELECT CPAGANT  ASSIGN    TO CPAGANT
                      FILE STATUS    IS WRK-FS-CPAGANT.

      *CADASTRO DE TITULOS A PAGAR ATUALIZADO
       SELECT CPAGHOJE ASSIGN    TO CPAGHOJE
                      FILE STATUS    IS WRK-FS-CPAGHOJE.

      *ARQUIVO DE PAGAMENTOS PARA O BANCO
       SELECT PAGBANCO ASSIGN    TO PAGBANCO
                      FILE STATUS    IS WRK-FS-PAGBANCO.

      *AVISO DE PAGAMENTO POR FORNECEDOR
       SELECT REMITREL ASSIGN    TO REMITREL
                      FILE STATUS    IS WRK-FS-REMITREL.

      *RELATORIO DE AGING DOS TITULOS A PAGAR
       SELECT CPAGAGING ASSIGN   TO CPAGAGING
                      FILE STATUS    IS WRK-FS-CPAGAGING.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  NFPAGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NFPAGAR-REGISTRO     PIC X(058).

       FD  FORNECEDOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FORNECEDOR-REGISTRO  PIC X(026).

       FD  PARMPAGTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPAGTO-REGISTRO   PIC X(008).

       FD  CPAGANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CPAGANT-REGISTRO     PIC X(042).

       FD  CPAGHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CPAGHOJE-REGISTRO    PIC X(042).

       FD  PAGBANCO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PAGBANCO-REGISTRO    PIC X(049).

       FD  REMITREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-REMITREL-REGISTRO    PIC X(062).

       FD  CPAGAGING
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CPAGAGING-REGISTRO   PIC X(030).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-NFPAGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-FORNECEDOR     PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPAGTO      PIC X(002) VALUE SPACES.
           05 WRK-FS-CPAGANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CPAGHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PAGBANCO       PIC X(002) VALUE SPACES.
           05 WRK-FS-REMITREL       PIC X(002) VALUE SPACES.
           05 WRK-FS-CPAGAGING      PIC X(002) VALUE SPACES.

      *LAYOUT DE NFPAGAR - MESMO GRAVADO PELO AC00EX91
       01  WRK-NFPAGAR-REGISTRO.
           05 NFPAGAR-COD-FORNEC    PIC 9(003).
           05 NFPAGAR-NUM-NOTA      PIC 9(009).
           05 NFPAGAR-DATA-NOTA     PIC 9(008).
           05 NFPAGAR-NUM-PEDIDO    PIC 9(006).
           05 NFPAGAR-COD-PRODUTO   PIC 9(005).
           05 NFPAGAR-QUANTIDADE    PIC 9(007).
           05 NFPAGAR-CUSTO-UNIT    PIC 9(007)V99.
           05 NFPAGAR-VALOR-TOTAL   PIC 9(009)V99.

      *LAYOUT DE FORNECEDOR - MESMO CADASTRO DO AC00EX58
       01  WRK-FORNECEDOR-REGISTRO.
           05 FORNECEDOR-CODIGO     PIC 9(003).
           05 FORNECEDOR-NOME       PIC X(020).
           05 FORNECEDOR-PRAZO-DIAS PIC 9(003).

      *LAYOUT DE PARMPAGTO - DATA LIMITE DE VENCIMENTO DA RODADA
       01  WRK-PARMPAGTO-REGISTRO.
           05 PARMPAGTO-DATA-LIMITE PIC 9(008).

      *LAYOUT DE CPAGANT/CPAGHOJE - UM TITULO A PAGAR POR
      *FORNECEDOR E NOTA
       01  WRK-CPAG-REGISTRO.
           05 CPAG-COD-FORNEC       PIC 9(003).
           05 CPAG-NUM-NOTA         PIC 9(009).
           05 CPAG-DATA-NOTA        PIC 9(008).
           05 CPAG-DATA-VENCTO      PIC 9(008).
           05 CPAG-VALOR            PIC 9(011)V99.
           05 CPAG-STATUS           PIC X(001).
               88 CPAG-ABERTO          VALUE "A".
               88 CPAG-PAGO            VALUE "P".

      *LAYOUT DE PAGBANCO - UM PAGAMENTO POR FORNECEDOR
       01  WRK-PAGBANCO-REGISTRO.
           05 PAGBANCO-COD-FORNEC   PIC 9(003).
           05 PAGBANCO-NOME-FORNEC  PIC X(020).
           05 PAGBANCO-DATA-PAGTO   PIC 9(008).
           05 PAGBANCO-VALOR        PIC 9(011)V99.
           05 PAGBANCO-QTD-NOTAS    PIC 9(005).

      *LAYOUT DE REMITREL - AVISO DE PAGAMENTO: UMA LINHA DE
      *DETALHE POR NOTA PAGA E UMA LINHA DE TOTAL POR FORNECEDOR
       01  WRK-REMITREL-REGISTRO.
           05 REMITREL-TIPO         PIC X(001).
               88 REMITREL-DETALHE     VALUE "D".
               88 REMITREL-TOTAL       VALUE "T".
           05 REMITREL-COD-FORNEC   PIC 9(003).
           05 REMITREL-NOME-FORNEC  PIC X(020).
           05 REMITREL-NUM-NOTA     PIC 9(009).
           05 REMITREL-DATA-NOTA    PIC 9(008).
           05 REMITREL-DATA-VENCTO  PIC 9(008).
           05 REMITREL-VALOR        PIC 9(011)V99.

      *LAYOUT DE CPAGAGING - MESMO LAYOUT DO AGINGREL DO AC00EX15
       01  WRK-CPAGAGING-REGISTRO.
           05 CPAGAGING-FAIXA        PIC  X(010).
           05 CPAGAGING-QTD-TITULOS  PIC  9(007).
           05 CPAGAGING-VALOR-ABERTO PIC  9(011)V99.

      *CADASTRO DE FORNECEDORES EM MEMORIA, COM O ACUMULADO DA
      *RODADA DE PAGAMENTOS
       01  WRK-TAB-FORN-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FORN-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-FORN-QTDE
               INDEXED BY IDX-FORN.
           05 TAB-FORN-CODIGO       PIC 9(003).
           05 TAB-FORN-NOME         PIC X(020).
           05 TAB-FORN-PRAZO-DIAS   PIC 9(003).

      *CADASTRO DE TITULOS A PAGAR EM MEMORIA
       01  WRK-TAB-CPAG-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CPAG-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-CPAG-QTDE
               INDEXED BY IDX-CPAG.
           05 TAB-CPAG-COD-FORNEC   PIC 9(003).
           05 TAB-CPAG-NUM-NOTA     PIC 9(009).
           05 TAB-CPAG-DATA-NOTA    PIC 9(008).
           05 TAB-CPAG-DATA-VENCTO  PIC 9(008).
           05 TAB-CPAG-VALOR        PIC 9(011)V99.
           05 TAB-CPAG-STATUS       PIC X(001).

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

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-DATA-CALC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

      *APOIO AO RUN
       01  WRK-DATA-LIMITE          PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-PAGTO           PIC 9(008) VALUE ZEROS.
       01  WRK-ACHOU-CPAG           PIC 9(004) VALUE ZEROS.
       01  WRK-PRAZO-FORNEC         PIC 9(003) VALUE ZEROS.
       01  WRK-TOTAL-FORNEC         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-NOTAS-FORNEC         PIC 9(005) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC 9(009) VALUE ZEROS.
       01  WRK-DATA-NOTA-INTEIRO    PIC 9(009) VALUE ZEROS.
       01  WRK-DIAS-IDADE           PIC S9(009) VALUE ZEROS.

      *TOTAIS DAS FAIXAS DE AGING (QTDE E VALOR EM ABERTO)
       01  WRK-AGING-TOTAIS.
           03 WRK-AGING-QTD-ATE30   PIC 9(007) VALUE ZEROS.
           03 WRK-AGING-VAL-ATE30   PIC 9(011)V99 VALUE ZEROS.
           03 WRK-AGING-QTD-ATE60   PIC 9(007) VALUE ZEROS.
           03 WRK-AGING-VAL-ATE60   PIC 9(011)V99 VALUE ZEROS.
           03 WRK-AGING-QTD-ATE90   PIC 9(007) VALUE ZEROS.
           03 WRK-AGING-VAL-ATE90   PIC 9(011)V99 VALUE ZEROS.
           03 WRK-AGING-QTD-MAIS90  PIC 9(007) VALUE ZEROS.
           03 WRK-AGING-VAL-MAIS90  PIC 9(011)V99 VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-NFPAGAR      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CPAGANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TITULOS-NOVOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TITULOS-PAGOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-PAGBANCO  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-REMITREL  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CPAGHOJE  PIC 9(05) VALUE ZEROS.
       01  WRK-TOTAL-PAGO           PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-PAGO-ED        PIC ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE             DIVISION.

       000-AC00EX92-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-INCORPORAR-NFPAGAR
             UNTIL WRK-FS-NFPAGAR = "10".
           PERFORM 060-RODADA-PAGAMENTOS.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX92 INICIADO - CONTAS A PAGAR"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 014-LER-PARMPAGTO.
           PERFORM 015-CARREGAR-TABELA-CPAGANT.
           PERFORM 016-CALCULAR-DATA-PAGTO.
           PERFORM 041-LER-NFPAGAR.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    NFPAGAR.
           IF WRK-FS-NFPAGAR NOT = ZEROS
              DISPLAY "ERRO ABERTURA NFPAGAR - FS: " WRK-FS-NFPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN INPUT    FORNECEDOR.
           IF WRK-FS-FORNECEDOR NOT = ZEROS
              DISPLAY "ERRO ABERTURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CPAGHOJE.
           IF WRK-FS-CPAGHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CPAGHOJE - FS: " WRK-FS-CPAGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PAGBANCO.
           IF WRK-FS-PAGBANCO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PAGBANCO - FS: " WRK-FS-PAGBANCO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   REMITREL.
           IF WRK-FS-REMITREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA REMITREL - FS: " WRK-FS-REMITREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CPAGAGING.
           IF WRK-FS-CPAGAGING NOT = ZEROS
              DISPLAY "ERRO ABERTURA CPAGAGING - FS: "
                      WRK-FS-CPAGAGING
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
           MOVE FORNECEDOR-NOME
           TO TAB-FORN-NOME(WRK-TAB-FORN-QTDE).
           MOVE FORNECEDOR-PRAZO-DIAS
           TO TAB-FORN-PRAZO-DIAS(WRK-TAB-FORN-QTDE).
           PERFORM 042-LER-FORNECEDOR.

      *DATA LIMITE DE VENCIMENTO DA RODADA. SEM O PARAMETRO, PAGA
      *O QUE VENCE ATE A DATA DO SISTEMA.
       014-LER-PARMPAGTO.
           OPEN INPUT   PARMPAGTO.
           IF WRK-FS-PARMPAGTO = "35"
              MOVE WRK-DATA-SIS TO WRK-DATA-LIMITE
           ELSE
              IF WRK-FS-PARMPAGTO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMPAGTO - FS: "
                         WRK-FS-PARMPAGTO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMPAGTO INTO WRK-PARMPAGTO-REGISTRO
              IF WRK-FS-PARMPAGTO NOT = "00"
                 DISPLAY "ARQUIVO PARMPAGTO VAZIO - FS: "
                         WRK-FS-PARMPAGTO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMPAGTO-DATA-LIMITE TO WRK-DATA-LIMITE
              CLOSE PARMPAGTO
           END-IF.
           DISPLAY "PAGAMENTO DOS TITULOS VENCIDOS ATE: "
                   WRK-DATA-LIMITE.

      *CARREGA O CADASTRO DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), O CADASTRO COMECA VAZIO.
       015-CARREGAR-TABELA-CPAGANT.
           OPEN INPUT   CPAGANT.
           IF WRK-FS-CPAGANT = "35"
              MOVE ZEROS TO WRK-TAB-CPAG-QTDE
           ELSE
              IF WRK-FS-CPAGANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CPAGANT - FS: "
                         WRK-FS-CPAGANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-CPAGANT
              PERFORM 031-MOVER-DADOS-TAB-CPAG
                UNTIL WRK-FS-CPAGANT = "10"

              CLOSE CPAGANT
              IF WRK-FS-CPAGANT NOT = "00"
                 DISPLAY "ERRO CLOSE CPAGANT - FS: " WRK-FS-CPAGANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-MOVER-DADOS-TAB-CPAG.
           ADD 1 TO WRK-TAB-CPAG-QTDE.
           MOVE CPAG-COD-FORNEC
           TO TAB-CPAG-COD-FORNEC(WRK-TAB-CPAG-QTDE).
           MOVE CPAG-NUM-NOTA
           TO TAB-CPAG-NUM-NOTA(WRK-TAB-CPAG-QTDE).
           MOVE CPAG-DATA-NOTA
           TO TAB-CPAG-DATA-NOTA(WRK-TAB-CPAG-QTDE).
           MOVE CPAG-DATA-VENCTO
           TO TAB-CPAG-DATA-VENCTO(WRK-TAB-CPAG-QTDE).
           MOVE CPAG-VALOR
           TO TAB-CPAG-VALOR(WRK-TAB-CPAG-QTDE).
           MOVE CPAG-STATUS
           TO TAB-CPAG-STATUS(WRK-TAB-CPAG-QTDE).
           PERFORM 043-LER-CPAGANT.

      *O PAGAMENTO E FEITO NO PRIMEIRO DIA UTIL A PARTIR DA DATA
      *DO SISTEMA.
       016-CALCULAR-DATA-PAGTO.
           MOVE 3           TO WRK-DU-OPERACAO.
           MOVE WRK-SIS-DIA TO WRK-DU-DIA.
           MOVE WRK-SIS-MES TO WRK-DU-MES.
           MOVE WRK-SIS-ANO TO WRK-DU-ANO.
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
           MOVE WRK-DATA-CALC TO WRK-DATA-PAGTO.

      *CADA LINHA CONFERIDA ENTRA NO TITULO DA SUA NOTA. A
      *PRIMEIRA LINHA DE UMA NOTA ABRE O TITULO E CALCULA O
      *VENCIMENTO; AS DEMAIS SO SOMAM O VALOR.
       020-INCORPORAR-NFPAGAR.
           MOVE ZEROS TO WRK-ACHOU-CPAG.
           SET IDX-CPAG TO 1.
           IF WRK-TAB-CPAG-QTDE > ZEROS
              SEARCH TAB-CPAG-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CPAG-COD-FORNEC(IDX-CPAG) =
                       NFPAGAR-COD-FORNEC
                   AND TAB-CPAG-NUM-NOTA(IDX-CPAG) =
                       NFPAGAR-NUM-NOTA
                      SET WRK-ACHOU-CPAG TO IDX-CPAG
              END-SEARCH
           END-IF.

           IF WRK-ACHOU-CPAG = ZEROS
              PERFORM 021-ABRIR-TITULO
           END-IF.
           ADD NFPAGAR-VALOR-TOTAL TO TAB-CPAG-VALOR(WRK-ACHOU-CPAG).

           PERFORM 041-LER-NFPAGAR.

       021-ABRIR-TITULO.
           ADD 1 TO WRK-TAB-CPAG-QTDE.
           MOVE WRK-TAB-CPAG-QTDE TO WRK-ACHOU-CPAG.
           MOVE NFPAGAR-COD-FORNEC
             TO TAB-CPAG-COD-FORNEC(WRK-ACHOU-CPAG).
           MOVE NFPAGAR-NUM-NOTA
             TO TAB-CPAG-NUM-NOTA(WRK-ACHOU-CPAG).
           MOVE NFPAGAR-DATA-NOTA
             TO TAB-CPAG-DATA-NOTA(WRK-ACHOU-CPAG).
           MOVE ZEROS
             TO TAB-CPAG-VALOR(WRK-ACHOU-CPAG).
           MOVE "A"
             TO TAB-CPAG-STATUS(WRK-ACHOU-CPAG).
           PERFORM 022-CALCULAR-VENCIMENTO.
           MOVE WRK-DATA-CALC
             TO TAB-CPAG-DATA-VENCTO(WRK-ACHOU-CPAG).
           ADD 1 TO WRK-CONT-TITULOS-NOVOS.

      *VENCIMENTO = DATA DA NOTA + PRAZO DO FORNECEDOR, EMPURRADO
      *PARA O PROXIMO DIA UTIL. FORNECEDOR FORA DO CADASTRO VENCE
      *NA PROPRIA DATA DA NOTA.
       022-CALCULAR-VENCIMENTO.
           MOVE ZEROS TO WRK-PRAZO-FORNEC.
           SET IDX-FORN TO 1.
           SEARCH TAB-FORN-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FORN-CODIGO(IDX-FORN) = NFPAGAR-COD-FORNEC
                   MOVE TAB-FORN-PRAZO-DIAS(IDX-FORN)
                     TO WRK-PRAZO-FORNEC
           END-SEARCH.

           MOVE NFPAGAR-DATA-NOTA TO WRK-DATA-CALC.
           MOVE 2                 TO WRK-DU-OPERACAO.
           MOVE WRK-CALC-DIA      TO WRK-DU-DIA.
           MOVE WRK-CALC-MES      TO WRK-DU-MES.
           MOVE WRK-CALC-ANO      TO WRK-DU-ANO.
           MOVE WRK-PRAZO-FORNEC  TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.

           MOVE 3                 TO WRK-DU-OPERACAO.
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

      *RODADA DE PAGAMENTOS, FORNECEDOR A FORNECEDOR: OS TITULOS
      *EM ABERTO QUE VENCEM ATE A DATA LIMITE SAO PAGOS NUM SO
      *PAGAMENTO AO FORNECEDOR.
       060-RODADA-PAGAMENTOS.
           PERFORM 061-PAGAR-FORNECEDOR
           VARYING IDX-FORN FROM 1 BY 1
           UNTIL IDX-FORN > WRK-TAB-FORN-QTDE.

       061-PAGAR-FORNECEDOR.
           MOVE ZEROS TO WRK-TOTAL-FORNEC.
           MOVE ZEROS TO WRK-NOTAS-FORNEC.
           PERFORM 062-PAGAR-TITULO
           VARYING IDX-CPAG FROM 1 BY 1
           UNTIL IDX-CPAG > WRK-TAB-CPAG-QTDE.

           IF WRK-NOTAS-FORNEC > ZEROS
              MOVE TAB-FORN-CODIGO(IDX-FORN) TO PAGBANCO-COD-FORNEC
              MOVE TAB-FORN-NOME(IDX-FORN)   TO PAGBANCO-NOME-FORNEC
              MOVE WRK-DATA-PAGTO            TO PAGBANCO-DATA-PAGTO
              MOVE WRK-TOTAL-FORNEC          TO PAGBANCO-VALOR
              MOVE WRK-NOTAS-FORNEC          TO PAGBANCO-QTD-NOTAS
              PERFORM 045-GRAVAR-PAGBANCO

              INITIALIZE WRK-REMITREL-REGISTRO
              SET REMITREL-TOTAL TO TRUE
              MOVE TAB-FORN-CODIGO(IDX-FORN) TO REMITREL-COD-FORNEC
              MOVE TAB-FORN-NOME(IDX-FORN)   TO REMITREL-NOME-FORNEC
              MOVE WRK-TOTAL-FORNEC          TO REMITREL-VALOR
              PERFORM 046-GRAVAR-REMITREL

              ADD WRK-TOTAL-FORNEC TO WRK-TOTAL-PAGO
           END-IF.

       062-PAGAR-TITULO.
           IF TAB-CPAG-COD-FORNEC(IDX-CPAG) = TAB-FORN-CODIGO(IDX-FORN)
              AND TAB-CPAG-STATUS(IDX-CPAG) = "A"
              AND TAB-CPAG-DATA-VENCTO(IDX-CPAG) NOT > WRK-DATA-LIMITE
              MOVE "P" TO TAB-CPAG-STATUS(IDX-CPAG)
              ADD TAB-CPAG-VALOR(IDX-CPAG) TO WRK-TOTAL-FORNEC
              ADD 1 TO WRK-NOTAS-FORNEC
              ADD 1 TO WRK-CONT-TITULOS-PAGOS

              SET REMITREL-DETALHE TO TRUE
              MOVE TAB-FORN-CODIGO(IDX-FORN) TO REMITREL-COD-FORNEC
              MOVE TAB-FORN-NOME(IDX-FORN)   TO REMITREL-NOME-FORNEC
              MOVE TAB-CPAG-NUM-NOTA(IDX-CPAG)
                TO REMITREL-NUM-NOTA
              MOVE TAB-CPAG-DATA-NOTA(IDX-CPAG)
                TO REMITREL-DATA-NOTA
              MOVE TAB-CPAG-DATA-VENCTO(IDX-CPAG)
                TO REMITREL-DATA-VENCTO
              MOVE TAB-CPAG-VALOR(IDX-CPAG)  TO REMITREL-VALOR
              PERFORM 046-GRAVAR-REMITREL
           END-IF.

       041-LER-NFPAGAR.
           IF WRK-FS-NFPAGAR = "10"
              CONTINUE
           ELSE
              READ NFPAGAR INTO WRK-NFPAGAR-REGISTRO
              IF WRK-FS-NFPAGAR NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA NFPAGAR - FS: " WRK-FS-NFPAGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-NFPAGAR = "00"
                   ADD 1 TO WRK-CONT-LIDOS-NFPAGAR
              END-IF
           END-IF.

       042-LER-FORNECEDOR.
           READ FORNECEDOR INTO WRK-FORNECEDOR-REGISTRO.
           IF WRK-FS-FORNECEDOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CPAGANT.
           READ CPAGANT INTO WRK-CPAG-REGISTRO.
           IF WRK-FS-CPAGANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CPAGANT - FS: " WRK-FS-CPAGANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CPAGANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CPAGANT
           END-IF.

       045-GRAVAR-PAGBANCO.
           WRITE FD-PAGBANCO-REGISTRO FROM WRK-PAGBANCO-REGISTRO.
           IF WRK-FS-PAGBANCO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PAGBANCO - FS: " WRK-FS-PAGBANCO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-PAGBANCO.

       046-GRAVAR-REMITREL.
           WRITE FD-REMITREL-REGISTRO FROM WRK-REMITREL-REGISTRO.
           IF WRK-FS-REMITREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO REMITREL - FS: " WRK-FS-REMITREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-REMITREL.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-CPAGHOJE-TODOS.
           PERFORM 055-GRAVAR-CPAGAGING.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA O CADASTRO ADIANTE SO COM OS TITULOS EM ABERTO; O
      *TITULO PAGO NESTA RODADA SAI DO CADASTRO. CADA TITULO EM
      *ABERTO E CLASSIFICADO NA FAIXA DE IDADE.
       053-GRAVAR-CPAGHOJE-TODOS.
           PERFORM 054-GRAVAR-CPAGHOJE
           VARYING IDX-CPAG FROM 1 BY 1
           UNTIL IDX-CPAG > WRK-TAB-CPAG-QTDE.

       054-GRAVAR-CPAGHOJE.
           IF TAB-CPAG-STATUS(IDX-CPAG) = "A"
              MOVE TAB-CPAG-COD-FORNEC(IDX-CPAG)  TO CPAG-COD-FORNEC
              MOVE TAB-CPAG-NUM-NOTA(IDX-CPAG)    TO CPAG-NUM-NOTA
              MOVE TAB-CPAG-DATA-NOTA(IDX-CPAG)   TO CPAG-DATA-NOTA
              MOVE TAB-CPAG-DATA-VENCTO(IDX-CPAG) TO CPAG-DATA-VENCTO
              MOVE TAB-CPAG-VALOR(IDX-CPAG)       TO CPAG-VALOR
              MOVE TAB-CPAG-STATUS(IDX-CPAG)      TO CPAG-STATUS
              WRITE FD-CPAGHOJE-REGISTRO FROM WRK-CPAG-REGISTRO
              IF WRK-FS-CPAGHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO CPAGHOJE - FS: "
                         WRK-FS-CPAGHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-CPAGHOJE
              PERFORM 057-CLASSIFICAR-TITULO
           END-IF.

      *FAIXA DE IDADE CONTADA DA DATA DA NOTA, COMO NO AC00EX15.
       057-CLASSIFICAR-TITULO.
           COMPUTE WRK-DATA-NOTA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(CPAG-DATA-NOTA).
           COMPUTE WRK-DIAS-IDADE =
               WRK-DATA-SIS-INTEIRO - WRK-DATA-NOTA-INTEIRO.

           EVALUATE TRUE
               WHEN WRK-DIAS-IDADE <= 30
                   ADD 1 TO WRK-AGING-QTD-ATE30
                   ADD CPAG-VALOR TO WRK-AGING-VAL-ATE30
               WHEN WRK-DIAS-IDADE <= 60
                   ADD 1 TO WRK-AGING-QTD-ATE60
                   ADD CPAG-VALOR TO WRK-AGING-VAL-ATE60
               WHEN WRK-DIAS-IDADE <= 90
                   ADD 1 TO WRK-AGING-QTD-ATE90
                   ADD CPAG-VALOR TO WRK-AGING-VAL-ATE90
               WHEN OTHER
                   ADD 1 TO WRK-AGING-QTD-MAIS90
                   ADD CPAG-VALOR TO WRK-AGING-VAL-MAIS90
           END-EVALUATE.

       055-GRAVAR-CPAGAGING.
           MOVE "ATE 30    "        TO CPAGAGING-FAIXA.
           MOVE WRK-AGING-QTD-ATE30 TO CPAGAGING-QTD-TITULOS.
           MOVE WRK-AGING-VAL-ATE30 TO CPAGAGING-VALOR-ABERTO.
           PERFORM 056-GRAVAR-LINHA-CPAGAGING.

           MOVE "31 A 60   "        TO CPAGAGING-FAIXA.
           MOVE WRK-AGING-QTD-ATE60 TO CPAGAGING-QTD-TITULOS.
           MOVE WRK-AGING-VAL-ATE60 TO CPAGAGING-VALOR-ABERTO.
           PERFORM 056-GRAVAR-LINHA-CPAGAGING.

           MOVE "61 A 90   "        TO CPAGAGING-FAIXA.
           MOVE WRK-AGING-QTD-ATE90 TO CPAGAGING-QTD-TITULOS.
           MOVE WRK-AGING-VAL-ATE90 TO CPAGAGING-VALOR-ABERTO.
           PERFORM 056-GRAVAR-LINHA-CPAGAGING.

           MOVE "MAIS DE 90"         TO CPAGAGING-FAIXA.
           MOVE WRK-AGING-QTD-MAIS90 TO CPAGAGING-QTD-TITULOS.
           MOVE WRK-AGING-VAL-MAIS90 TO CPAGAGING-VALOR-ABERTO.
           PERFORM 056-GRAVAR-LINHA-CPAGAGING.

       056-GRAVAR-LINHA-CPAGAGING.
           WRITE FD-CPAGAGING-REGISTRO FROM WRK-CPAGAGING-REGISTRO.
           IF WRK-FS-CPAGAGING NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CPAGAGING - FS: "
                      WRK-FS-CPAGAGING
              PERFORM 999-ROTINA-ABEND
           END-IF.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-PAGO TO WRK-TOTAL-PAGO-ED.
           DISPLAY "Quantidade de Registros Lidos NFPAGAR.....: "
                   WRK-CONT-LIDOS-NFPAGAR.
           DISPLAY "Quantidade de Registros Lidos CPAGANT.....: "
                   WRK-CONT-LIDOS-CPAGANT.
           DISPLAY "Quantidade de Titulos Novos...............: "
                   WRK-CONT-TITULOS-NOVOS.
           DISPLAY "Quantidade de Titulos Pagos...............: "
                   WRK-CONT-TITULOS-PAGOS.
           DISPLAY "Quantidade de Registros Gravados PAGBANCO.: "
                   WRK-CONT-GRAVADOS-PAGBANCO.
           DISPLAY "Quantidade de Registros Gravados REMITREL.: "
                   WRK-CONT-GRAVADOS-REMITREL.
           DISPLAY "Quantidade de Registros Gravados CPAGHOJE.: "
                   WRK-CONT-GRAVADOS-CPAGHOJE.
           DISPLAY "Valor Total Pago..........................: "
                   WRK-TOTAL-PAGO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE NFPAGAR.
           IF WRK-FS-NFPAGAR NOT = "00"
              DISPLAY "ERRO CLOSE NFPAGAR - FS: " WRK-FS-NFPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CPAGHOJE.
           IF WRK-FS-CPAGHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CPAGHOJE - FS: " WRK-FS-CPAGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PAGBANCO.
           IF WRK-FS-PAGBANCO NOT = "00"
              DISPLAY "ERRO CLOSE PAGBANCO - FS: " WRK-FS-PAGBANCO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE REMITREL.
           IF WRK-FS-REMITREL NOT = "00"
              DISPLAY "ERRO CLOSE REMITREL - FS: " WRK-FS-REMITREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CPAGAGING.
           IF WRK-FS-CPAGAGING NOT = "00"
              DISPLAY "ERRO CLOSE CPAGAGING - FS: " WRK-FS-CPAGAGING
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX92".
           GOBACK.

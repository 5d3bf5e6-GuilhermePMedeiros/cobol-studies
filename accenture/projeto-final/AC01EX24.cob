       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX24.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX24
      *CESSAO MENSAL DE RESSEGURO. RODA NO PRIMEIRO DIA DO MES
      *SOBRE O PERIODO DO PARAMETRO PARMRESS (DATA INICIAL E
      *FINAL); SEM ELE, O PERIODO E O MES CIVIL ANTERIOR.
      *A TABELA TRATADO TRAZ, POR PRODUTO, O PERCENTUAL DE QUOTA
      *PARTE E A RETENCAO E O LIMITE DO EXCEDENTE DE SINISTRO
      *(RETENCAO ZERO = SEM EXCEDENTE, LIMITE ZERO = ILIMITADO).
      *CEDE A QUOTA DO PREMIO EMITIDO (APOLICES DO APOLHOJE COM
      *INICIO NO PERIODO, MENOS AS EM LAPSO NO PREMHOJE), DOS
      *SINISTROS PAGOS (SINPAGTO DO AC00EX87 DO MES, SOMADOS POR
      *SINISTRO) MAIS O EXCEDENTE SOBRE A PARTE RETIDA, E DA
      *VARIACAO DE RESERVA (RESMOV DO AC00EX87 DO MES, SO QUOTA).
      *GRAVA O BORDERO PARA O RESSEGURADOR (RESSBORD) E O
      *RESULTADO BRUTO, CEDIDO E LIQUIDO POR PRODUTO (RESSRES).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PERIODO DA CESSAO (OPCIONAL - SEM ELE, O MES ANTERIOR)
       SELECT PARMRESS ASSIGN    TO PARMRESS
                      FILE STATUS    IS WRK-FS-PARMRESS.

      *TRATADOS DE RESSEGURO POR PRODUTO
       SELECT TRATADO  ASSIGN    TO TRATADO
                      FILE STATUS    IS WRK-FS-TRATADO.

      *MESTRE DE APOLICES DO DIA GRAVADO PELO AC00EX42
       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

      *COBRANCA DE PREMIOS DO DIA GRAVADA PELO AC00EX86
       SELECT PREMHOJE ASSIGN    TO PREMHOJE
                      FILE STATUS    IS WRK-FS-PREMHOJE.

      *PAGAMENTOS DE SINISTRO DO MES GRAVADOS PELO AC00EX87
       SELECT SINPAGTO ASSIGN    TO SINPAGTO
                      FILE STATUS    IS WRK-FS-SINPAGTO.

      *MOVIMENTO DE RESERVAS DO MES GRAVADO PELO AC00EX87
       SELECT RESMOV   ASSIGN    TO RESMOV
                      FILE STATUS    IS WRK-FS-RESMOV.

      *BORDERO DE CESSAO PARA O RESSEGURADOR
       SELECT RESSBORD ASSIGN    TO RESSBORD
                      FILE STATUS    IS WRK-FS-RESSBORD.

      *RESULTADO LIQUIDO DE RESSEGURO POR PRODUTO
       SELECT RESSRES  ASSIGN    TO RESSRES
                      FILE STATUS    IS WRK-FS-RESSRES.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMRESS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMRESS-REGISTRO    PIC X(016).

       FD  TRATADO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TRATADO-REGISTRO     PIC X(040).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  PREMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREMHOJE-REGISTRO    PIC X(041).

       FD  SINPAGTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SINPAGTO-REGISTRO    PIC X(071).

       FD  RESMOV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RESMOV-REGISTRO      PIC X(110).

       FD  RESSBORD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RESSBORD-REGISTRO    PIC X(080).

       FD  RESSRES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RESSRES-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMRESS       PIC X(002) VALUE SPACES.
           05 WRK-FS-TRATADO        PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PREMHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-SINPAGTO       PIC X(002) VALUE SPACES.
           05 WRK-FS-RESMOV         PIC X(002) VALUE SPACES.
           05 WRK-FS-RESSBORD       PIC X(002) VALUE SPACES.
           05 WRK-FS-RESSRES        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMRESS
       01  WRK-PARMRESS-REGISTRO.
           05 PARMRESS-DATA-INICIAL PIC 9(008).
           05 PARMRESS-DATA-FINAL   PIC 9(008).

      *LAYOUT DE TRATADO - UM TRATADO POR PRODUTO
       01  WRK-TRATADO-REGISTRO.
           05 TRATADO-COD-PRODUTO   PIC 9(005).
           05 TRATADO-PCT-QUOTA     PIC 9(003)V99.
           05 TRATADO-RETENCAO      PIC 9(009)V99.
           05 TRATADO-LIMITE        PIC 9(009)V99.
           05 FILLER                PIC X(008).

      *LAYOUT DO MESTRE DE APOLICES - MESMO GRAVADO PELO AC00EX42
       01  WRK-APOLICE-REGISTRO.
           05 APOLICE-COD-CLIENTE   PIC 9(005).
           05 APOLICE-COD-PRODUTO   PIC 9(005).
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE PREMHOJE - MESMO GRAVADO PELO AC00EX86
       01  WRK-PREM-REGISTRO.
           05 PREM-COD-CLIENTE      PIC 9(005).
           05 PREM-COD-PRODUTO      PIC 9(005).
           05 PREM-DATA-EFETIVA     PIC 9(008).
           05 PREM-VALOR            PIC 9(009)V99.
           05 PREM-QTD-TENTATIVAS   PIC 9(003).
           05 PREM-STATUS           PIC X(001).
               88 PREM-PENDENTE        VALUE "P".
               88 PREM-COBRADO         VALUE "C".
               88 PREM-EM-LAPSO        VALUE "L".
           05 PREM-DATA-COBRANCA    PIC 9(008).

      *LAYOUT DE SINPAGTO - MESMO GRAVADO PELO AC00EX87
       01  WRK-SINPAGTO-REGISTRO.
           05 SINPAGTO-COD-CLIENTE  PIC 9(005).
           05 SINPAGTO-COD-PRODUTO  PIC 9(005).
           05 SINPAGTO-DATA         PIC 9(008).
           05 SINPAGTO-VALOR        PIC 9(009)V99.
           05 SINPAGTO-SEQ-BENEF    PIC 9(002).
           05 SINPAGTO-NOME-BENEF   PIC X(040).

      *LAYOUT DE RESMOV - MESMA LINHA GRAVADA PELO AC00EX87
       01  WRK-RESMOV-REGISTRO.
           05 RESMOV-COD-PRODUTO    PIC 9(005).
           05 FILLER                PIC X(006).
           05 RESMOV-ABERTURA       PIC ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(007).
           05 RESMOV-CONSTITUIDO    PIC X(014).
           05 FILLER                PIC X(006).
           05 RESMOV-PAGO           PIC X(014).
           05 FILLER                PIC X(007).
           05 RESMOV-LIBERADO       PIC X(014).
           05 FILLER                PIC X(007).
           05 RESMOV-FECHAMENTO     PIC ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(002).

      *LAYOUT DE RESSBORD - UMA CESSAO DO MES (P PREMIO, S SINISTRO
      *PAGO, R VARIACAO DE RESERVA DO PRODUTO)
       01  WRK-BORD-REGISTRO.
           05 BORD-TIPO             PIC X(001).
               88 BORD-PREMIO          VALUE "P".
               88 BORD-SINISTRO        VALUE "S".
               88 BORD-RESERVA         VALUE "R".
           05 BORD-COD-PRODUTO      PIC 9(005).
           05 BORD-COD-CLIENTE      PIC 9(005).
           05 BORD-DATA             PIC 9(008).
           05 BORD-VALOR-BRUTO      PIC S9(009)V99.
           05 BORD-PCT-QUOTA        PIC 9(003)V99.
           05 BORD-VALOR-QUOTA      PIC S9(009)V99.
           05 BORD-VALOR-EXCEDENTE  PIC 9(009)V99.
           05 BORD-VALOR-CEDIDO     PIC S9(009)V99.
           05 BORD-DATA-REF         PIC 9(008).
           05 FILLER                PIC X(004).

      *TRATADOS E ACUMULADORES POR PRODUTO EM MEMORIA
       01  WRK-TAB-PROD-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-PROD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-PROD-QTDE
               INDEXED BY IDX-PROD.
           05 TAB-PROD-COD-PRODUTO  PIC 9(005).
           05 TAB-PROD-TRATADO      PIC X(001).
               88 TAB-PROD-COM-TRATADO VALUE "S".
           05 TAB-PROD-PCT-QUOTA    PIC 9(003)V99.
           05 TAB-PROD-RETENCAO     PIC 9(009)V99.
           05 TAB-PROD-LIMITE       PIC 9(009)V99.
           05 TAB-PROD-PREM-BRUTO   PIC S9(011)V99.
           05 TAB-PROD-PREM-CEDIDO  PIC S9(011)V99.
           05 TAB-PROD-SIN-BRUTO    PIC S9(011)V99.
           05 TAB-PROD-SIN-CEDIDO   PIC S9(011)V99.
           05 TAB-PROD-RES-BRUTO    PIC S9(011)V99.
           05 TAB-PROD-RES-CEDIDO   PIC S9(011)V99.

      *APOLICES EM LAPSO NO PREMHOJE - PREMIO NAO CEDIDO
       01  WRK-TAB-LAPSO-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-LAPSO-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-LAPSO-QTDE
               INDEXED BY IDX-LAPSO.
           05 TAB-LAPSO-COD-CLIENTE PIC 9(005).
           05 TAB-LAPSO-COD-PRODUTO PIC 9(005).

      *SINISTROS PAGOS NO MES - SOMA DOS FAVORECIDOS DO SINISTRO
       01  WRK-TAB-SIN-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-SIN-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-SIN-QTDE
               INDEXED BY IDX-SIN.
           05 TAB-SIN-COD-CLIENTE   PIC 9(005).
           05 TAB-SIN-COD-PRODUTO   PIC 9(005).
           05 TAB-SIN-DATA          PIC 9(008).
           05 TAB-SIN-VALOR         PIC 9(009)V99.

      *PERIODO DA CESSAO
       01  WRK-DATA-INICIAL         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-INICIAL-R REDEFINES WRK-DATA-INICIAL.
           05 WRK-INI-ANO           PIC 9(004).
           05 WRK-INI-MES           PIC 9(002).
           05 WRK-INI-DIA           PIC 9(002).

       01  WRK-DATA-FINAL           PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-FINAL-R REDEFINES WRK-DATA-FINAL.
           05 WRK-FIM-ANO           PIC 9(004).
           05 WRK-FIM-MES           PIC 9(002).
           05 WRK-FIM-DIA           PIC 9(002).

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

      *AUXILIARES DE CALCULO
       77  WRK-PRODUTO-BUSCA        PIC 9(005) VALUE ZEROS.
       77  WRK-ACHOU-PROD           PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-SIN            PIC 9(004) VALUE ZEROS.
       77  WRK-VALOR-BRUTO          PIC S9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-QUOTA          PIC S9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-RETIDO         PIC S9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-EXCEDENTE      PIC S9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-CAMADA         PIC S9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-ABERTURA       PIC 9(009)V99 VALUE ZEROS.
       77  WRK-VALOR-FECHAMENTO     PIC 9(009)V99 VALUE ZEROS.

      *TOTAIS GERAIS
       01  WRK-TOTAIS-GERAIS.
           05 WRK-TOT-PREM-BRUTO    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-TOT-PREM-CEDIDO   PIC S9(011)V99 VALUE ZEROS.
           05 WRK-TOT-SIN-BRUTO     PIC S9(011)V99 VALUE ZEROS.
           05 WRK-TOT-SIN-CEDIDO    PIC S9(011)V99 VALUE ZEROS.
           05 WRK-TOT-RES-BRUTO     PIC S9(011)V99 VALUE ZEROS.
           05 WRK-TOT-RES-CEDIDO    PIC S9(011)V99 VALUE ZEROS.

       01  WRK-TOTAL-CEDIDO         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-CEDIDO-ED      PIC -ZZ.ZZZ.ZZZ.Z99,99.

      *LINHAS DO RESSRES
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-TITULO.
           05 FILLER                PIC X(040)
              VALUE "RESULTADO LIQUIDO DE RESSEGURO -       ".
           05 FILLER                PIC X(008) VALUE "PERIODO ".
           05 TIT-DATA-INICIAL      PIC 9(008).
           05 FILLER                PIC X(003) VALUE " A ".
           05 TIT-DATA-FINAL        PIC 9(008).
           05 FILLER                PIC X(013) VALUE SPACES.

       01  WRK-LINHA-PRODUTO.
           05 FILLER                PIC X(008) VALUE "PRODUTO ".
           05 LPROD-COD-PRODUTO     PIC 9(005).
           05 FILLER                PIC X(008) VALUE "  QUOTA ".
           05 LPROD-PCT-QUOTA       PIC ZZ9,99.
           05 FILLER                PIC X(008) VALUE "%  RET. ".
           05 LPROD-RETENCAO        PIC ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(009) VALUE "  LIMITE ".
           05 LPROD-LIMITE          PIC ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(008) VALUE SPACES.

       01  WRK-LINHA-SEM-TRATADO.
           05 FILLER                PIC X(008) VALUE "PRODUTO ".
           05 LSEM-COD-PRODUTO      PIC 9(005).
           05 FILLER                PIC X(040)
              VALUE "  SEM TRATADO - RETIDO INTEGRALMENTE    ".
           05 FILLER                PIC X(027) VALUE SPACES.

       01  WRK-LINHA-CABECALHO.
           05 FILLER                PIC X(040)
              VALUE "                                   BRUTO".
           05 FILLER                PIC X(040)
              VALUE "             CEDIDO            LIQUIDO  ".

       01  WRK-LINHA-VALORES.
           05 LVAL-DESCRICAO        PIC X(024).
           05 LVAL-BRUTO            PIC -ZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LVAL-CEDIDO           PIC -ZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LVAL-LIQUIDO          PIC -ZZ.ZZZ.ZZZ.Z99,99.

       01  WRK-LINHA-TOTAL-GERAL.
           05 FILLER                PIC X(040)
              VALUE "TOTAL GERAL DOS PRODUTOS                ".
           05 FILLER                PIC X(040) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-TRATADO      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-APOLHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PREMHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-SINPAGTO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RESMOV       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-PERIODO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-LAPSO         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SINISTROS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-RESSBORD  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PRODUTOS           PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX24-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-APOLICE
             UNTIL WRK-FS-APOLHOJE = "10".
           PERFORM 022-CEDER-SINISTRO
             VARYING IDX-SIN FROM 1 BY 1
               UNTIL IDX-SIN > WRK-TAB-SIN-QTDE.
           PERFORM 024-PROCESSAR-RESMOV
             UNTIL WRK-FS-RESMOV = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX24 INICIADO - CESSAO DE RESSEGURO"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMRESS.
           PERFORM 014-CARREGAR-TRATADO.
           PERFORM 015-CARREGAR-PREMHOJE.
           PERFORM 016-CARREGAR-SINPAGTO.
           PERFORM 041-LER-APOLHOJE.
           IF WRK-FS-APOLHOJE = "10"
              DISPLAY "ARQUIVO APOLHOJE VAZIO"
           END-IF.
           PERFORM 045-LER-RESMOV.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA APOLHOJE - FS: "
                      WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    RESMOV.
           IF WRK-FS-RESMOV NOT = ZEROS
              DISPLAY "ERRO ABERTURA RESMOV - FS: " WRK-FS-RESMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RESSBORD.
           IF WRK-FS-RESSBORD NOT = ZEROS
              DISPLAY "ERRO ABERTURA RESSBORD - FS: "
                      WRK-FS-RESSBORD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RESSRES.
           IF WRK-FS-RESSRES NOT = ZEROS
              DISPLAY "ERRO ABERTURA RESSRES - FS: " WRK-FS-RESSRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, O PERIODO E O MES CIVIL ANTERIOR.
       013-LER-PARMRESS.
           OPEN INPUT   PARMRESS.
           IF WRK-FS-PARMRESS = "35"
              PERFORM 030-MONTAR-MES-ANTERIOR
              DISPLAY "ARQUIVO PARMRESS NAO ENCONTRADO - CESSAO DO "
                      "MES ANTERIOR"
           ELSE
              IF WRK-FS-PARMRESS NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMRESS - FS: "
                         WRK-FS-PARMRESS
                 PERFORM 999-ROTINA-ABEND
              END-IF

              READ PARMRESS INTO WRK-PARMRESS-REGISTRO
              IF WRK-FS-PARMRESS NOT = "00"
                 DISPLAY "ERRO LEITURA PARMRESS - FS: "
                         WRK-FS-PARMRESS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF PARMRESS-DATA-INICIAL > PARMRESS-DATA-FINAL
                 DISPLAY "PERIODO INVALIDO NO PARMRESS: "
                         PARMRESS-DATA-INICIAL " A "
                         PARMRESS-DATA-FINAL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMRESS-DATA-INICIAL TO WRK-DATA-INICIAL
              MOVE PARMRESS-DATA-FINAL   TO WRK-DATA-FINAL

              CLOSE PARMRESS
              IF WRK-FS-PARMRESS NOT = "00"
                 DISPLAY "ERRO CLOSE PARMRESS - FS: " WRK-FS-PARMRESS
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           DISPLAY "PERIODO DA CESSAO: " WRK-DATA-INICIAL " A "
                   WRK-DATA-FINAL.
           MOVE WRK-DATA-INICIAL TO TIT-DATA-INICIAL.
           MOVE WRK-DATA-FINAL   TO TIT-DATA-FINAL.

      *DO PRIMEIRO AO DIA 31 DO MES ANTERIOR - A DATA FINAL SO SERVE
      *DE LIMITE, NAO PRECISA EXISTIR NO CALENDARIO.
       030-MONTAR-MES-ANTERIOR.
           MOVE WRK-SIS-ANO TO WRK-INI-ANO.
           IF WRK-SIS-MES = 01
              SUBTRACT 1 FROM WRK-INI-ANO
              MOVE 12 TO WRK-INI-MES
           ELSE
              SUBTRACT 1 FROM WRK-SIS-MES GIVING WRK-INI-MES
           END-IF.
           MOVE 01 TO WRK-INI-DIA.
           MOVE WRK-DATA-INICIAL TO WRK-DATA-FINAL.
           MOVE 31 TO WRK-FIM-DIA.

      *TRATADO INCONSISTENTE PARA O PROCESSAMENTO: A CESSAO NAO
      *PODE SAIR COM PERCENTUAL OU CAMADA ERRADOS.
       014-CARREGAR-TRATADO.
           OPEN INPUT   TRATADO.
           IF WRK-FS-TRATADO NOT = ZEROS
              DISPLAY "ERRO ABERTURA TRATADO - FS: " WRK-FS-TRATADO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 042-LER-TRATADO.
           PERFORM 031-GUARDAR-TRATADO
             UNTIL WRK-FS-TRATADO = "10".
           CLOSE TRATADO.

       031-GUARDAR-TRATADO.
           IF TRATADO-PCT-QUOTA > 100
              OR (TRATADO-LIMITE > ZEROS
                  AND TRATADO-LIMITE NOT > TRATADO-RETENCAO)
              DISPLAY "TRATADO INVALIDO PARA O PRODUTO: "
                      TRATADO-COD-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE TRATADO-COD-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 032-LOCALIZAR-PRODUTO.
           IF TAB-PROD-COM-TRATADO(WRK-ACHOU-PROD)
              DISPLAY "TRATADO DUPLICADO PARA O PRODUTO: "
                      TRATADO-COD-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE "S" TO TAB-PROD-TRATADO(WRK-ACHOU-PROD).
           MOVE TRATADO-PCT-QUOTA
             TO TAB-PROD-PCT-QUOTA(WRK-ACHOU-PROD).
           MOVE TRATADO-RETENCAO
             TO TAB-PROD-RETENCAO(WRK-ACHOU-PROD).
           MOVE TRATADO-LIMITE
             TO TAB-PROD-LIMITE(WRK-ACHOU-PROD).
           PERFORM 042-LER-TRATADO.

      *PRODUTO SEM TRATADO ENTRA NA TABELA SEM CESSAO, PARA O
      *RESULTADO MOSTRAR O QUE FICOU RETIDO.
       032-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WRK-ACHOU-PROD.
           SET IDX-PROD TO 1.
           SEARCH TAB-PROD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-PROD-COD-PRODUTO(IDX-PROD) = WRK-PRODUTO-BUSCA
                   SET WRK-ACHOU-PROD TO IDX-PROD
           END-SEARCH.
           IF WRK-ACHOU-PROD = ZEROS
              IF WRK-TAB-PROD-QTDE NOT < 999
                 DISPLAY "TABELA DE PRODUTOS EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-PROD-QTDE
              MOVE WRK-TAB-PROD-QTDE TO WRK-ACHOU-PROD
              MOVE WRK-PRODUTO-BUSCA
                TO TAB-PROD-COD-PRODUTO(WRK-ACHOU-PROD)
              MOVE "N"   TO TAB-PROD-TRATADO(WRK-ACHOU-PROD)
              MOVE ZEROS TO TAB-PROD-PCT-QUOTA(WRK-ACHOU-PROD)
                            TAB-PROD-RETENCAO(WRK-ACHOU-PROD)
                            TAB-PROD-LIMITE(WRK-ACHOU-PROD)
                            TAB-PROD-PREM-BRUTO(WRK-ACHOU-PROD)
                            TAB-PROD-PREM-CEDIDO(WRK-ACHOU-PROD)
                            TAB-PROD-SIN-BRUTO(WRK-ACHOU-PROD)
                            TAB-PROD-SIN-CEDIDO(WRK-ACHOU-PROD)
                            TAB-PROD-RES-BRUTO(WRK-ACHOU-PROD)
                            TAB-PROD-RES-CEDIDO(WRK-ACHOU-PROD)
           END-IF.

      *SO AS APOLICES EM LAPSO INTERESSAM: O PREMIO DELAS NAO E
      *CEDIDO.
       015-CARREGAR-PREMHOJE.
           OPEN INPUT   PREMHOJE.
           IF WRK-FS-PREMHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PREMHOJE - FS: " WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 043-LER-PREMHOJE.
           PERFORM 033-GUARDAR-LAPSO
             UNTIL WRK-FS-PREMHOJE = "10".
           CLOSE PREMHOJE.

       033-GUARDAR-LAPSO.
           IF PREM-EM-LAPSO
              IF WRK-TAB-LAPSO-QTDE NOT < 5000
                 DISPLAY "TABELA DE APOLICES EM LAPSO EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-LAPSO-QTDE
              MOVE PREM-COD-CLIENTE
                TO TAB-LAPSO-COD-CLIENTE(WRK-TAB-LAPSO-QTDE)
              MOVE PREM-COD-PRODUTO
                TO TAB-LAPSO-COD-PRODUTO(WRK-TAB-LAPSO-QTDE)
           END-IF.
           PERFORM 043-LER-PREMHOJE.

      *O AC00EX87 GRAVA UMA LINHA POR FAVORECIDO; A CAMADA DE
      *EXCEDENTE VALE SOBRE O SINISTRO INTEIRO.
       016-CARREGAR-SINPAGTO.
           OPEN INPUT   SINPAGTO.
           IF WRK-FS-SINPAGTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA SINPAGTO - FS: " WRK-FS-SINPAGTO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 044-LER-SINPAGTO.
           PERFORM 034-SOMAR-PAGAMENTO
             UNTIL WRK-FS-SINPAGTO = "10".
           CLOSE SINPAGTO.

       034-SOMAR-PAGAMENTO.
           MOVE ZEROS TO WRK-ACHOU-SIN.
           SET IDX-SIN TO 1.
           SEARCH TAB-SIN-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-SIN-COD-CLIENTE(IDX-SIN) = SINPAGTO-COD-CLIENTE
                AND TAB-SIN-COD-PRODUTO(IDX-SIN) = SINPAGTO-COD-PRODUTO
                AND TAB-SIN-DATA(IDX-SIN)        = SINPAGTO-DATA
                   SET WRK-ACHOU-SIN TO IDX-SIN
           END-SEARCH.
           IF WRK-ACHOU-SIN = ZEROS
              IF WRK-TAB-SIN-QTDE NOT < 5000
                 DISPLAY "TABELA DE SINISTROS PAGOS EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-SIN-QTDE
              MOVE WRK-TAB-SIN-QTDE TO WRK-ACHOU-SIN
              MOVE SINPAGTO-COD-CLIENTE
                TO TAB-SIN-COD-CLIENTE(WRK-ACHOU-SIN)
              MOVE SINPAGTO-COD-PRODUTO
                TO TAB-SIN-COD-PRODUTO(WRK-ACHOU-SIN)
              MOVE SINPAGTO-DATA
                TO TAB-SIN-DATA(WRK-ACHOU-SIN)
              MOVE ZEROS TO TAB-SIN-VALOR(WRK-ACHOU-SIN)
           END-IF.
           ADD SINPAGTO-VALOR TO TAB-SIN-VALOR(WRK-ACHOU-SIN).
           PERFORM 044-LER-SINPAGTO.

      *PREMIO EMITIDO = APOLICE COM INICIO NO PERIODO. A QUOTA DO
      *TRATADO DO PRODUTO VAI PARA O BORDERO.
       020-PROCESSAR-APOLICE.
           IF APOLICE-DATA-EFETIVA NOT < WRK-DATA-INICIAL
              AND APOLICE-DATA-EFETIVA NOT > WRK-DATA-FINAL
              AND APOLICE-PREMIO > ZEROS
              SET IDX-LAPSO TO 1
              SEARCH TAB-LAPSO-REGISTRO
                  AT END
                      PERFORM 021-CEDER-PREMIO
                  WHEN TAB-LAPSO-COD-CLIENTE(IDX-LAPSO)
                                       = APOLICE-COD-CLIENTE
                   AND TAB-LAPSO-COD-PRODUTO(IDX-LAPSO)
                                       = APOLICE-COD-PRODUTO
                      ADD 1 TO WRK-CONT-APOL-LAPSO
              END-SEARCH
           END-IF.
           PERFORM 041-LER-APOLHOJE.

       021-CEDER-PREMIO.
           ADD 1 TO WRK-CONT-APOL-PERIODO.
           MOVE APOLICE-COD-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 032-LOCALIZAR-PRODUTO.
           MOVE APOLICE-PREMIO TO WRK-VALOR-BRUTO.
           COMPUTE WRK-VALOR-QUOTA ROUNDED =
               WRK-VALOR-BRUTO * TAB-PROD-PCT-QUOTA(WRK-ACHOU-PROD)
                               / 100.
           ADD WRK-VALOR-BRUTO TO TAB-PROD-PREM-BRUTO(WRK-ACHOU-PROD).
           ADD WRK-VALOR-QUOTA
             TO TAB-PROD-PREM-CEDIDO(WRK-ACHOU-PROD).
           IF WRK-VALOR-QUOTA > ZEROS
              MOVE SPACES              TO WRK-BORD-REGISTRO
              MOVE "P"                 TO BORD-TIPO
              MOVE APOLICE-COD-CLIENTE TO BORD-COD-CLIENTE
              MOVE APOLICE-DATA-EFETIVA TO BORD-DATA
              MOVE ZEROS               TO WRK-VALOR-EXCEDENTE
              PERFORM 046-GRAVAR-RESSBORD
           END-IF.

      *QUOTA PRIMEIRO; O EXCEDENTE PEGA O QUE A PARTE RETIDA PASSA
      *DA RETENCAO, ATE O LIMITE DA CAMADA.
       022-CEDER-SINISTRO.
           ADD 1 TO WRK-CONT-SINISTROS.
           MOVE TAB-SIN-COD-PRODUTO(IDX-SIN) TO WRK-PRODUTO-BUSCA.
           PERFORM 032-LOCALIZAR-PRODUTO.
           MOVE TAB-SIN-VALOR(IDX-SIN) TO WRK-VALOR-BRUTO.
           COMPUTE WRK-VALOR-QUOTA ROUNDED =
               WRK-VALOR-BRUTO * TAB-PROD-PCT-QUOTA(WRK-ACHOU-PROD)
                               / 100.
           COMPUTE WRK-VALOR-RETIDO =
               WRK-VALOR-BRUTO - WRK-VALOR-QUOTA.
           MOVE ZEROS TO WRK-VALOR-EXCEDENTE.
           IF TAB-PROD-RETENCAO(WRK-ACHOU-PROD) > ZEROS
              AND WRK-VALOR-RETIDO > TAB-PROD-RETENCAO(WRK-ACHOU-PROD)
              COMPUTE WRK-VALOR-EXCEDENTE =
                  WRK-VALOR-RETIDO - TAB-PROD-RETENCAO(WRK-ACHOU-PROD)
              IF TAB-PROD-LIMITE(WRK-ACHOU-PROD) > ZEROS
                 COMPUTE WRK-VALOR-CAMADA =
                     TAB-PROD-LIMITE(WRK-ACHOU-PROD)
                   - TAB-PROD-RETENCAO(WRK-ACHOU-PROD)
                 IF WRK-VALOR-EXCEDENTE > WRK-VALOR-CAMADA
                    MOVE WRK-VALOR-CAMADA TO WRK-VALOR-EXCEDENTE
                 END-IF
              END-IF
           END-IF.
           ADD WRK-VALOR-BRUTO TO TAB-PROD-SIN-BRUTO(WRK-ACHOU-PROD).
           ADD WRK-VALOR-QUOTA WRK-VALOR-EXCEDENTE
             TO TAB-PROD-SIN-CEDIDO(WRK-ACHOU-PROD).
           IF WRK-VALOR-QUOTA > ZEROS
              OR WRK-VALOR-EXCEDENTE > ZEROS
              MOVE SPACES                 TO WRK-BORD-REGISTRO
              MOVE "S"                    TO BORD-TIPO
              MOVE TAB-SIN-COD-CLIENTE(IDX-SIN) TO BORD-COD-CLIENTE
              MOVE TAB-SIN-DATA(IDX-SIN)  TO BORD-DATA
              PERFORM 046-GRAVAR-RESSBORD
           END-IF.

      *CADA LINHA DO RESMOV E UM DIA DO PRODUTO; A VARIACAO DO MES
      *E A SOMA DE FECHAMENTO MENOS ABERTURA DOS DIAS.
       024-PROCESSAR-RESMOV.
           MOVE RESMOV-COD-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 032-LOCALIZAR-PRODUTO.
           MOVE RESMOV-ABERTURA    TO WRK-VALOR-ABERTURA.
           MOVE RESMOV-FECHAMENTO  TO WRK-VALOR-FECHAMENTO.
           ADD WRK-VALOR-FECHAMENTO
             TO TAB-PROD-RES-BRUTO(WRK-ACHOU-PROD).
           SUBTRACT WRK-VALOR-ABERTURA
             FROM TAB-PROD-RES-BRUTO(WRK-ACHOU-PROD).
           PERFORM 045-LER-RESMOV.

      *RESERVA SO TEM QUOTA - O EXCEDENTE SO RESPONDE PELO PAGO.
       025-CEDER-RESERVA.
           MOVE TAB-PROD-RES-BRUTO(IDX-PROD) TO WRK-VALOR-BRUTO.
           COMPUTE WRK-VALOR-QUOTA ROUNDED =
               WRK-VALOR-BRUTO * TAB-PROD-PCT-QUOTA(IDX-PROD) / 100.
           MOVE WRK-VALOR-QUOTA TO TAB-PROD-RES-CEDIDO(IDX-PROD).
           IF WRK-VALOR-QUOTA NOT = ZEROS
              SET WRK-ACHOU-PROD           TO IDX-PROD
              MOVE SPACES                  TO WRK-BORD-REGISTRO
              MOVE "R"                     TO BORD-TIPO
              MOVE ZEROS                   TO BORD-COD-CLIENTE
              MOVE WRK-DATA-FINAL          TO BORD-DATA
              MOVE ZEROS                   TO WRK-VALOR-EXCEDENTE
              PERFORM 046-GRAVAR-RESSBORD
           END-IF.

      *BLOCO DO PRODUTO NO RESSRES E SOMA NOS TOTAIS GERAIS.
       026-IMPRIMIR-PRODUTO.
           ADD 1 TO WRK-CONT-PRODUTOS.
           IF TAB-PROD-COM-TRATADO(IDX-PROD)
              MOVE TAB-PROD-COD-PRODUTO(IDX-PROD) TO LPROD-COD-PRODUTO
              MOVE TAB-PROD-PCT-QUOTA(IDX-PROD)   TO LPROD-PCT-QUOTA
              MOVE TAB-PROD-RETENCAO(IDX-PROD)    TO LPROD-RETENCAO
              MOVE TAB-PROD-LIMITE(IDX-PROD)      TO LPROD-LIMITE
              MOVE WRK-LINHA-PRODUTO      TO FD-RESSRES-REGISTRO
           ELSE
              MOVE TAB-PROD-COD-PRODUTO(IDX-PROD) TO LSEM-COD-PRODUTO
              MOVE WRK-LINHA-SEM-TRATADO  TO FD-RESSRES-REGISTRO
           END-IF.
           PERFORM 047-GRAVAR-RESSRES.
           ADD TAB-PROD-PREM-BRUTO(IDX-PROD)  TO WRK-TOT-PREM-BRUTO.
           ADD TAB-PROD-PREM-CEDIDO(IDX-PROD) TO WRK-TOT-PREM-CEDIDO.
           ADD TAB-PROD-SIN-BRUTO(IDX-PROD)   TO WRK-TOT-SIN-BRUTO.
           ADD TAB-PROD-SIN-CEDIDO(IDX-PROD)  TO WRK-TOT-SIN-CEDIDO.
           ADD TAB-PROD-RES-BRUTO(IDX-PROD)   TO WRK-TOT-RES-BRUTO.
           ADD TAB-PROD-RES-CEDIDO(IDX-PROD)  TO WRK-TOT-RES-CEDIDO.
           PERFORM 027-IMPRIMIR-VALORES.

      *RESULTADO = PREMIO - SINISTRO PAGO - VARIACAO DE RESERVA,
      *NAS TRES COLUNAS (BRUTO, CEDIDO AO RESSEGURADOR, LIQUIDO).
       027-IMPRIMIR-VALORES.
           MOVE WRK-LINHA-CABECALHO   TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.
           MOVE "PREMIOS EMITIDOS"    TO LVAL-DESCRICAO.
           MOVE TAB-PROD-PREM-BRUTO(IDX-PROD)  TO WRK-VALOR-BRUTO.
           MOVE TAB-PROD-PREM-CEDIDO(IDX-PROD) TO WRK-VALOR-QUOTA.
           PERFORM 028-IMPRIMIR-LINHA-VALOR.
           MOVE "SINISTROS PAGOS"     TO LVAL-DESCRICAO.
           MOVE TAB-PROD-SIN-BRUTO(IDX-PROD)   TO WRK-VALOR-BRUTO.
           MOVE TAB-PROD-SIN-CEDIDO(IDX-PROD)  TO WRK-VALOR-QUOTA.
           PERFORM 028-IMPRIMIR-LINHA-VALOR.
           MOVE "VARIACAO DE RESERVA" TO LVAL-DESCRICAO.
           MOVE TAB-PROD-RES-BRUTO(IDX-PROD)   TO WRK-VALOR-BRUTO.
           MOVE TAB-PROD-RES-CEDIDO(IDX-PROD)  TO WRK-VALOR-QUOTA.
           PERFORM 028-IMPRIMIR-LINHA-VALOR.
           MOVE "RESULTADO"           TO LVAL-DESCRICAO.
           COMPUTE WRK-VALOR-BRUTO = TAB-PROD-PREM-BRUTO(IDX-PROD)
                                   - TAB-PROD-SIN-BRUTO(IDX-PROD)
                                   - TAB-PROD-RES-BRUTO(IDX-PROD).
           COMPUTE WRK-VALOR-QUOTA = TAB-PROD-PREM-CEDIDO(IDX-PROD)
                                   - TAB-PROD-SIN-CEDIDO(IDX-PROD)
                                   - TAB-PROD-RES-CEDIDO(IDX-PROD).
           PERFORM 028-IMPRIMIR-LINHA-VALOR.
           MOVE SPACES                TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.

       028-IMPRIMIR-LINHA-VALOR.
           MOVE WRK-VALOR-BRUTO       TO LVAL-BRUTO.
           MOVE WRK-VALOR-QUOTA       TO LVAL-CEDIDO.
           COMPUTE LVAL-LIQUIDO = WRK-VALOR-BRUTO - WRK-VALOR-QUOTA.
           MOVE WRK-LINHA-VALORES     TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.

      *O TOTAL GERAL REUSA O BLOCO DE VALORES NA ULTIMA POSICAO DA
      *TABELA, CARREGADA COM OS TOTAIS.
       029-IMPRIMIR-TOTAL-GERAL.
           MOVE WRK-LINHA-TRACO       TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.
           MOVE WRK-LINHA-TOTAL-GERAL TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.
           IF WRK-TAB-PROD-QTDE NOT < 999
              DISPLAY "TABELA DE PRODUTOS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-PROD-QTDE.
           SET IDX-PROD TO WRK-TAB-PROD-QTDE.
           MOVE WRK-TOT-PREM-BRUTO  TO TAB-PROD-PREM-BRUTO(IDX-PROD).
           MOVE WRK-TOT-PREM-CEDIDO TO TAB-PROD-PREM-CEDIDO(IDX-PROD).
           MOVE WRK-TOT-SIN-BRUTO   TO TAB-PROD-SIN-BRUTO(IDX-PROD).
           MOVE WRK-TOT-SIN-CEDIDO  TO TAB-PROD-SIN-CEDIDO(IDX-PROD).
           MOVE WRK-TOT-RES-BRUTO   TO TAB-PROD-RES-BRUTO(IDX-PROD).
           MOVE WRK-TOT-RES-CEDIDO  TO TAB-PROD-RES-CEDIDO(IDX-PROD).
           PERFORM 027-IMPRIMIR-VALORES.
           SUBTRACT 1 FROM WRK-TAB-PROD-QTDE.

       041-LER-APOLHOJE.
           READ APOLHOJE INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-APOLHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-APOLHOJE
           END-IF.

       042-LER-TRATADO.
           READ TRATADO INTO WRK-TRATADO-REGISTRO.
           IF WRK-FS-TRATADO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA TRATADO - FS: " WRK-FS-TRATADO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-TRATADO = "00"
              ADD 1 TO WRK-CONT-LIDOS-TRATADO
           END-IF.

       043-LER-PREMHOJE.
           READ PREMHOJE INTO WRK-PREM-REGISTRO.
           IF WRK-FS-PREMHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PREMHOJE - FS: " WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PREMHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-PREMHOJE
           END-IF.

       044-LER-SINPAGTO.
           READ SINPAGTO INTO WRK-SINPAGTO-REGISTRO.
           IF WRK-FS-SINPAGTO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA SINPAGTO - FS: " WRK-FS-SINPAGTO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-SINPAGTO = "00"
              ADD 1 TO WRK-CONT-LIDOS-SINPAGTO
           END-IF.

       045-LER-RESMOV.
           READ RESMOV INTO WRK-RESMOV-REGISTRO.
           IF WRK-FS-RESMOV NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RESMOV - FS: " WRK-FS-RESMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RESMOV = "00"
              ADD 1 TO WRK-CONT-LIDOS-RESMOV
           END-IF.

      *TIPO, CLIENTE E DATA JA MONTADOS PELO CHAMADOR; VALORES E
      *PRODUTO VEM DO CALCULO CORRENTE.
       046-GRAVAR-RESSBORD.
           MOVE TAB-PROD-COD-PRODUTO(WRK-ACHOU-PROD)
             TO BORD-COD-PRODUTO.
           MOVE WRK-VALOR-BRUTO      TO BORD-VALOR-BRUTO.
           MOVE TAB-PROD-PCT-QUOTA(WRK-ACHOU-PROD)
             TO BORD-PCT-QUOTA.
           MOVE WRK-VALOR-QUOTA      TO BORD-VALOR-QUOTA.
           MOVE WRK-VALOR-EXCEDENTE  TO BORD-VALOR-EXCEDENTE.
           COMPUTE BORD-VALOR-CEDIDO =
               WRK-VALOR-QUOTA + WRK-VALOR-EXCEDENTE.
           MOVE WRK-DATA-FINAL       TO BORD-DATA-REF.
           WRITE FD-RESSBORD-REGISTRO FROM WRK-BORD-REGISTRO.
           IF WRK-FS-RESSBORD NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RESSBORD - FS: "
                      WRK-FS-RESSBORD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD BORD-VALOR-CEDIDO TO WRK-TOTAL-CEDIDO.
           ADD 1 TO WRK-CONT-GRAVADOS-RESSBORD.

       047-GRAVAR-RESSRES.
           WRITE FD-RESSRES-REGISTRO.
           IF WRK-FS-RESSRES NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RESSRES - FS: " WRK-FS-RESSRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 025-CEDER-RESERVA
             VARYING IDX-PROD FROM 1 BY 1
               UNTIL IDX-PROD > WRK-TAB-PROD-QTDE.
           MOVE WRK-LINHA-TITULO    TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.
           MOVE WRK-LINHA-TRACO     TO FD-RESSRES-REGISTRO.
           PERFORM 047-GRAVAR-RESSRES.
           PERFORM 026-IMPRIMIR-PRODUTO
             VARYING IDX-PROD FROM 1 BY 1
               UNTIL IDX-PROD > WRK-TAB-PROD-QTDE.
           PERFORM 029-IMPRIMIR-TOTAL-GERAL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-CEDIDO TO WRK-TOTAL-CEDIDO-ED.
           DISPLAY "Quantidade de Tratados Lidos TRATADO......: "
                   WRK-CONT-LIDOS-TRATADO.
           DISPLAY "Quantidade de Registros Lidos APOLHOJE....: "
                   WRK-CONT-LIDOS-APOLHOJE.
           DISPLAY "Quantidade de Registros Lidos PREMHOJE....: "
                   WRK-CONT-LIDOS-PREMHOJE.
           DISPLAY "Quantidade de Registros Lidos SINPAGTO....: "
                   WRK-CONT-LIDOS-SINPAGTO.
           DISPLAY "Quantidade de Registros Lidos RESMOV......: "
                   WRK-CONT-LIDOS-RESMOV.
           DISPLAY "Quantidade de Apolices Emitidas no Periodo: "
                   WRK-CONT-APOL-PERIODO.
           DISPLAY "Quantidade de Apolices em Lapso Excluidas.: "
                   WRK-CONT-APOL-LAPSO.
           DISPLAY "Quantidade de Sinistros Pagos no Periodo..: "
                   WRK-CONT-SINISTROS.
           DISPLAY "Quantidade de Produtos no Resultado.......: "
                   WRK-CONT-PRODUTOS.
           DISPLAY "Quantidade de Registros Gravados RESSBORD.: "
                   WRK-CONT-GRAVADOS-RESSBORD.
           DISPLAY "Valor Total Cedido no Bordero.............: "
                   WRK-TOTAL-CEDIDO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = "00"
              DISPLAY "ERRO CLOSE APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RESMOV.
           IF WRK-FS-RESMOV NOT = "00"
              DISPLAY "ERRO CLOSE RESMOV - FS: " WRK-FS-RESMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RESSBORD.
           IF WRK-FS-RESSBORD NOT = "00"
              DISPLAY "ERRO CLOSE RESSBORD - FS: " WRK-FS-RESSBORD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RESSRES.
           IF WRK-FS-RESSRES NOT = "00"
              DISPLAY "ERRO CLOSE RESSRES - FS: " WRK-FS-RESSRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX24".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

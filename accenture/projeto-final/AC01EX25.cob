       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX25.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX25
      *PREMIO GANHO E PROVISAO DE PREMIOS NAO GANHOS (PPNG) DE
      *FIM DE MES. RODA NO PRIMEIRO DIA DO MES SOBRE O MES DO
      *PARAMETRO PARMPPNG (AAAAMM); SEM ELE, O MES ANTERIOR.
      *PARA CADA APOLICE DO APOLHOJE A PPNG DO FIM DO MES E A
      *PARTE AINDA NAO DECORRIDA DA VIGENCIA (DIAS CORRIDOS ATE O
      *VENCIMENTO SOBRE OS DIAS DA VIGENCIA) DO PREMIO ORIGINAL,
      *MAIS A PARTE NAO DECORRIDA DE CADA AJUSTE PRO-RATA DO
      *HISTORICO DE ENDOSSOS DO AC00EX89 (ENDHIST), CONTADA DA
      *DATA DO ENDOSSO. O PREMIO EMITIDO NO MES E O PREMIO DAS
      *APOLICES COM INICIO NO MES MAIS OS AJUSTES DO MES; O
      *PREMIO GANHO E O EMITIDO MAIS A PPNG ANTERIOR (PPNGANT,
      *GRAVADO NO MES PASSADO) MENOS A PPNG ATUAL. APOLICE
      *CANCELADA SAI DO MESTRE: A PPNG ANTERIOR DELA E GANHA NO
      *MES, DESCONTADA A DEVOLUCAO. SEM O PPNGANT (PRIMEIRO RUN) A
      *PPNG ANTERIOR E CALCULADA NA VESPERA DO MES.
      *GRAVA A POSICAO POR APOLICE (PPNGHOJE), O PREMIO GANHO
      *ACUMULADO POR PRODUTO (GANHANT/GANHHOJE) E O RELATORIO
      *PPNGREL COM OS TOTAIS E A VARIACAO DA PPNG POR PRODUTO E A
      *SINISTRALIDADE DO AC00EX43 (SINISREL) REFEITA SOBRE O
      *PREMIO GANHO ACUMULADO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *MES DE REFERENCIA (OPCIONAL - SEM ELE, O MES ANTERIOR)
       SELECT PARMPPNG ASSIGN    TO PARMPPNG
                      FILE STATUS    IS WRK-FS-PARMPPNG.

      *MESTRE DE APOLICES DO DIA GRAVADO PELO AC00EX42
       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

      *HISTORICO DE ENDOSSOS DO AC00EX89 (OPCIONAL)
       SELECT ENDHIST  ASSIGN    TO ENDHIST
                      FILE STATUS    IS WRK-FS-ENDHIST.

      *PPNG POR APOLICE DO MES ANTERIOR (OPCIONAL NO PRIMEIRO RUN)
       SELECT PPNGANT  ASSIGN    TO PPNGANT
                      FILE STATUS    IS WRK-FS-PPNGANT.

      *PPNG POR APOLICE DO MES
       SELECT PPNGHOJE ASSIGN    TO PPNGHOJE
                      FILE STATUS    IS WRK-FS-PPNGHOJE.

      *PREMIO GANHO ACUMULADO POR PRODUTO ATE O MES ANTERIOR
      *(OPCIONAL NO PRIMEIRO RUN)
       SELECT GANHANT  ASSIGN    TO GANHANT
                      FILE STATUS    IS WRK-FS-GANHANT.

      *PREMIO GANHO ACUMULADO POR PRODUTO ATE O MES
       SELECT GANHHOJE ASSIGN    TO GANHHOJE
                      FILE STATUS    IS WRK-FS-GANHHOJE.

      *SINISTRALIDADE POR PRODUTO GRAVADA PELO AC00EX43 (OPCIONAL)
       SELECT SINISREL ASSIGN    TO SINISREL
                      FILE STATUS    IS WRK-FS-SINISREL.

      *RELATORIO DE PREMIO GANHO, PPNG E SINISTRALIDADE
       SELECT PPNGREL  ASSIGN    TO PPNGREL
                      FILE STATUS    IS WRK-FS-PPNGREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMPPNG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPPNG-REGISTRO    PIC X(008).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  ENDHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDHIST-REGISTRO     PIC X(052).

       FD  PPNGANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PPNGANT-REGISTRO     PIC X(080).

       FD  PPNGHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PPNGHOJE-REGISTRO    PIC X(080).

       FD  GANHANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GANHANT-REGISTRO     PIC X(030).

       FD  GANHHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GANHHOJE-REGISTRO    PIC X(030).

       FD  SINISREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SINISREL-REGISTRO    PIC X(036).

       FD  PPNGREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PPNGREL-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMPPNG       PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDHIST        PIC X(002) VALUE SPACES.
           05 WRK-FS-PPNGANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-PPNGHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-GANHANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-GANHHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-SINISREL       PIC X(002) VALUE SPACES.
           05 WRK-FS-PPNGREL        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMPPNG
       01  WRK-PARMPPNG-REGISTRO.
           05 PARMPPNG-ANO          PIC 9(004).
           05 PARMPPNG-MES          PIC 9(002).
           05 FILLER                PIC X(002).

      *LAYOUT DO MESTRE DE APOLICES - MESMO GRAVADO PELO AC00EX42
       01  WRK-APOLICE-REGISTRO.
           05 APOLICE-COD-CLIENTE   PIC 9(005).
           05 APOLICE-COD-PRODUTO   PIC 9(005).
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE ENDHIST - MESMO GRAVADO PELO AC00EX89
       01  WRK-ENDHIST-REGISTRO.
           05 HIST-COD-CLIENTE      PIC 9(005).
           05 HIST-COD-PRODUTO      PIC 9(005).
           05 HIST-DATA             PIC 9(008).
           05 HIST-TIPO             PIC X(001).
               88 HIST-CANCELAMENTO    VALUE "C".
           05 HIST-PREMIO-ANTES     PIC S9(009)V99.
           05 HIST-PREMIO-DEPOIS    PIC S9(009)V99.
           05 HIST-VALOR-AJUSTE     PIC S9(009)V99.

      *LAYOUT DE PPNGANT/PPNGHOJE - POSICAO DA APOLICE NO MES
       01  WRK-PPNG-REGISTRO.
           05 PPNG-COD-CLIENTE      PIC 9(005).
           05 PPNG-COD-PRODUTO      PIC 9(005).
           05 PPNG-DATA-REF         PIC 9(008).
           05 PPNG-SALDO-ANTERIOR   PIC S9(009)V99.
           05 PPNG-PREMIO-EMITIDO   PIC S9(009)V99.
           05 PPNG-PREMIO-GANHO     PIC S9(009)V99.
           05 PPNG-SALDO            PIC S9(009)V99.
           05 FILLER                PIC X(018).

      *LAYOUT DE GANHANT/GANHHOJE - GANHO ACUMULADO DO PRODUTO
       01  WRK-GANHO-REGISTRO.
           05 GANHO-COD-PRODUTO     PIC 9(005).
           05 GANHO-ACUMULADO       PIC S9(011)V99.
           05 GANHO-DATA-REF        PIC 9(008).
           05 FILLER                PIC X(004).

      *LAYOUT DE SINISREL - MESMO GRAVADO PELO AC00EX43
       01  WRK-SINISREL-REGISTRO.
           05 SINISREL-COD-PRODUTO  PIC 9(005).
           05 SINISREL-TOT-SINISTRO PIC 9(011)V99.
           05 SINISREL-TOT-PREMIOS  PIC 9(011)V99.
           05 SINISREL-PCT          PIC 9(003)V99.

      *ENDOSSOS DO HISTORICO EM MEMORIA
       01  WRK-TAB-END-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-END-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-END-QTDE
               INDEXED BY IDX-END.
           05 TAB-END-COD-CLIENTE   PIC 9(005).
           05 TAB-END-COD-PRODUTO   PIC 9(005).
           05 TAB-END-DATA          PIC 9(008).
           05 TAB-END-TIPO          PIC X(001).
           05 TAB-END-PREMIO-ANTES  PIC S9(009)V99.
           05 TAB-END-VALOR-AJUSTE  PIC S9(009)V99.
           05 TAB-END-USADO         PIC X(001).

      *PPNG DO MES ANTERIOR EM MEMORIA
       01  WRK-TAB-ANT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ANT-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-ANT-QTDE
               INDEXED BY IDX-ANT.
           05 TAB-ANT-COD-CLIENTE   PIC 9(005).
           05 TAB-ANT-COD-PRODUTO   PIC 9(005).
           05 TAB-ANT-SALDO         PIC S9(009)V99.
           05 TAB-ANT-USADO         PIC X(001).

      *TOTAIS POR PRODUTO EM MEMORIA
       01  WRK-TAB-PROD-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-PROD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-PROD-QTDE
               INDEXED BY IDX-PROD.
           05 TAB-PROD-COD-PRODUTO  PIC 9(005).
           05 TAB-PROD-SALDO-ANT    PIC S9(011)V99.
           05 TAB-PROD-EMITIDO      PIC S9(011)V99.
           05 TAB-PROD-GANHO        PIC S9(011)V99.
           05 TAB-PROD-SALDO        PIC S9(011)V99.
           05 TAB-PROD-GANHO-ACUM   PIC S9(011)V99.
           05 TAB-PROD-SINISTROS    PIC 9(011)V99.
           05 TAB-PROD-PCT-EMITIDO  PIC 9(003)V99.

      *PERIODO DE APURACAO
       01  WRK-DATA-INICIAL         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-INICIAL-R REDEFINES WRK-DATA-INICIAL.
           05 WRK-INI-ANO           PIC 9(004).
           05 WRK-INI-MES           PIC 9(002).
           05 WRK-INI-DIA           PIC 9(002).

       01  WRK-DATA-FINAL           PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VESPERA         PIC 9(008) VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

      *PARAMETROS DA DATAUTIL
       01  WRK-CALL-OPERACAO        PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-DIA             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-MES             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-ANO             PIC 9(004) VALUE ZEROS.
       01  WRK-CALL-QTD-DIAS        PIC S9(005) VALUE ZEROS.
       01  WRK-CALL-DIA-SEMANA      PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-NOME-DIA        PIC X(013) VALUE SPACES.
       01  WRK-CALL-AVALIDA         PIC X(001) VALUE SPACES.
       01  WRK-CALL-DATA2           PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-MONTADA.
           05 WRK-MONT-ANO          PIC 9(004).
           05 WRK-MONT-MES          PIC 9(002).
           05 WRK-MONT-DIA          PIC 9(002).

       01  WRK-DATA-MONTADA-NUM REDEFINES WRK-DATA-MONTADA
                                    PIC 9(008).

      *AUXILIARES DE CALCULO
       77  WRK-PRODUTO-BUSCA        PIC 9(005) VALUE ZEROS.
       77  WRK-ACHOU-PROD           PIC 9(004) VALUE ZEROS.
       77  WRK-DATA-CALC            PIC 9(008) VALUE ZEROS.
       77  WRK-INT-CALC             PIC S9(009) VALUE ZEROS.
       77  WRK-INT-EFETIVA          PIC S9(009) VALUE ZEROS.
       77  WRK-INT-VENCTO           PIC S9(009) VALUE ZEROS.
       77  WRK-INT-ENDOSSO          PIC S9(009) VALUE ZEROS.
       77  WRK-PREMIO-ORIGINAL      PIC S9(009)V99 VALUE ZEROS.
       77  WRK-PPNG-CALC            PIC S9(009)V99 VALUE ZEROS.
       77  WRK-PPNG-PARCELA         PIC S9(009)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR       PIC S9(009)V99 VALUE ZEROS.
       77  WRK-PREMIO-EMITIDO       PIC S9(009)V99 VALUE ZEROS.
       77  WRK-PREMIO-GANHO         PIC S9(009)V99 VALUE ZEROS.
       77  WRK-SALDO-ATUAL          PIC S9(009)V99 VALUE ZEROS.
       77  WRK-PCT-GANHO            PIC 9(005)V99 VALUE ZEROS.

      *INDICA SE HOUVE PPNGANT (SENAO A PPNG ANTERIOR E CALCULADA)
       01  WRK-SW-PPNGANT           PIC 9(001) VALUE ZEROS.
           88 PPNGANT-PRESENTE         VALUE 1.
           88 PPNGANT-AUSENTE          VALUE 0.

      *TOTAIS GERAIS
       01  WRK-TOT-SALDO-ANT        PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-EMITIDO          PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-GANHO            PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-SALDO            PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-ED               PIC -ZZ.ZZZ.ZZZ.Z99,99.

      *LINHAS DO PPNGREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-TITULO.
           05 FILLER                PIC X(040)
              VALUE "PREMIO GANHO E PPNG DO MES -           ".
           05 FILLER                PIC X(008) VALUE "PERIODO ".
           05 TIT-DATA-INICIAL      PIC 9(008).
           05 FILLER                PIC X(003) VALUE " A ".
           05 TIT-DATA-FINAL        PIC 9(008).
           05 FILLER                PIC X(013) VALUE SPACES.

       01  WRK-LINHA-CAB-PPNG.
           05 FILLER                PIC X(040)
              VALUE "PROD.  PPNG ANTERIOR PREMIO EMITIDO  PRE".
           05 FILLER                PIC X(040)
              VALUE "MIO GANHO     PPNG ATUAL  VARIACAO PPNG ".

       01  WRK-LINHA-PPNG.
           05 LPPNG-COD-PRODUTO     PIC X(005).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LPPNG-SALDO-ANT       PIC -ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LPPNG-EMITIDO         PIC -ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LPPNG-GANHO           PIC -ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LPPNG-SALDO           PIC -ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LPPNG-VARIACAO        PIC -ZZ.ZZZ.Z99,99.

       01  WRK-LINHA-TIT-SINIS.
           05 FILLER                PIC X(040)
              VALUE "SINISTRALIDADE SOBRE O PREMIO GANHO ACUM".
           05 FILLER                PIC X(040)
              VALUE "ULADO                                   ".

       01  WRK-LINHA-CAB-SINIS.
           05 FILLER                PIC X(040)
              VALUE "PROD. SINISTROS ACUMUL. PREMIO GANHO ACU".
           05 FILLER                PIC X(040)
              VALUE "M.  % GANHO   % EMITIDO                 ".

       01  WRK-LINHA-SINIS.
           05 LSIN-COD-PRODUTO      PIC 9(005).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LSIN-SINISTROS        PIC ZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LSIN-GANHO-ACUM       PIC -ZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LSIN-PCT-GANHO        PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 LSIN-PCT-EMITIDO      PIC ZZ9,99.
           05 FILLER                PIC X(019) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-APOLHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ENDHIST      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PPNGANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-FUTURAS       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-BAIXADAS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ENDOSSOS-AVULSOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-PPNGHOJE  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-GANHHOJE  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX25-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-APOLICE
             UNTIL WRK-FS-APOLHOJE = "10".
           PERFORM 023-PROCESSAR-BAIXADA
             VARYING IDX-ANT FROM 1 BY 1
               UNTIL IDX-ANT > WRK-TAB-ANT-QTDE.
           PERFORM 024-PROCESSAR-ENDOSSO-AVULSO
             VARYING IDX-END FROM 1 BY 1
               UNTIL IDX-END > WRK-TAB-END-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX25 INICIADO - PREMIO GANHO E PPNG"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMPPNG.
           PERFORM 014-CARREGAR-ENDHIST.
           PERFORM 015-CARREGAR-PPNGANT.
           PERFORM 016-CARREGAR-GANHANT.
           PERFORM 017-CARREGAR-SINISREL.
           PERFORM 041-LER-APOLHOJE.
           IF WRK-FS-APOLHOJE = "10"
              DISPLAY "ARQUIVO APOLHOJE VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA APOLHOJE - FS: "
                      WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PPNGHOJE.
           IF WRK-FS-PPNGHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PPNGHOJE - FS: "
                      WRK-FS-PPNGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   GANHHOJE.
           IF WRK-FS-GANHHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA GANHHOJE - FS: "
                      WRK-FS-GANHHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PPNGREL.
           IF WRK-FS-PPNGREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA PPNGREL - FS: " WRK-FS-PPNGREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, O MES DE REFERENCIA E O MES ANTERIOR.
       013-LER-PARMPPNG.
           OPEN INPUT   PARMPPNG.
           IF WRK-FS-PARMPPNG = "35"
              MOVE WRK-SIS-ANO TO WRK-INI-ANO
              IF WRK-SIS-MES = 01
                 SUBTRACT 1 FROM WRK-INI-ANO
                 MOVE 12 TO WRK-INI-MES
              ELSE
                 SUBTRACT 1 FROM WRK-SIS-MES GIVING WRK-INI-MES
              END-IF
              DISPLAY "ARQUIVO PARMPPNG NAO ENCONTRADO - APURACAO DO "
                      "MES ANTERIOR"
           ELSE
              IF WRK-FS-PARMPPNG NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMPPNG - FS: "
                         WRK-FS-PARMPPNG
                 PERFORM 999-ROTINA-ABEND
              END-IF

              READ PARMPPNG INTO WRK-PARMPPNG-REGISTRO
              IF WRK-FS-PARMPPNG NOT = "00"
                 DISPLAY "ERRO LEITURA PARMPPNG - FS: "
                         WRK-FS-PARMPPNG
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF PARMPPNG-MES < 01 OR PARMPPNG-MES > 12
                 DISPLAY "MES INVALIDO NO PARMPPNG: "
                         PARMPPNG-ANO PARMPPNG-MES
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMPPNG-ANO TO WRK-INI-ANO
              MOVE PARMPPNG-MES TO WRK-INI-MES

              CLOSE PARMPPNG
              IF WRK-FS-PARMPPNG NOT = "00"
                 DISPLAY "ERRO CLOSE PARMPPNG - FS: " WRK-FS-PARMPPNG
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           MOVE 01 TO WRK-INI-DIA.
           PERFORM 030-MONTAR-PERIODO.
           DISPLAY "PERIODO DA APURACAO: " WRK-DATA-INICIAL " A "
                   WRK-DATA-FINAL.
           MOVE WRK-DATA-INICIAL TO TIT-DATA-INICIAL.
           MOVE WRK-DATA-FINAL   TO TIT-DATA-FINAL.

      *O FIM DO MES E A VESPERA DO DIA 01 DO MES SEGUINTE; A
      *VESPERA DO DIA 01 DO MES E A DATA DA PPNG ANTERIOR.
       030-MONTAR-PERIODO.
           MOVE WRK-DATA-INICIAL TO WRK-DATA-MONTADA-NUM.
           IF WRK-MONT-MES = 12
              ADD 1 TO WRK-MONT-ANO
              MOVE 01 TO WRK-MONT-MES
           ELSE
              ADD 1 TO WRK-MONT-MES
           END-IF.
           PERFORM 031-VOLTAR-UM-DIA.
           MOVE WRK-DATA-MONTADA-NUM TO WRK-DATA-FINAL.
           MOVE WRK-DATA-INICIAL TO WRK-DATA-MONTADA-NUM.
           PERFORM 031-VOLTAR-UM-DIA.
           MOVE WRK-DATA-MONTADA-NUM TO WRK-DATA-VESPERA.

       031-VOLTAR-UM-DIA.
           MOVE 2                  TO WRK-CALL-OPERACAO.
           MOVE WRK-MONT-DIA       TO WRK-CALL-DIA.
           MOVE WRK-MONT-MES       TO WRK-CALL-MES.
           MOVE WRK-MONT-ANO       TO WRK-CALL-ANO.
           MOVE -1                 TO WRK-CALL-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-CALL-OPERACAO WRK-CALL-DIA
                                  WRK-CALL-MES WRK-CALL-ANO
                                  WRK-CALL-QTD-DIAS
                                  WRK-CALL-DIA-SEMANA
                                  WRK-CALL-NOME-DIA
                                  WRK-CALL-AVALIDA
                                  WRK-CALL-DATA2.
           IF WRK-CALL-AVALIDA = "N"
              DISPLAY "DATA INVALIDA NA MONTAGEM DO PERIODO: "
                      WRK-DATA-MONTADA-NUM
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-CALL-DIA       TO WRK-MONT-DIA.
           MOVE WRK-CALL-MES       TO WRK-MONT-MES.
           MOVE WRK-CALL-ANO       TO WRK-MONT-ANO.

      *SEM O ENDHIST (AC00EX89 AINDA NAO RODOU) NAO HA AJUSTES.
       014-CARREGAR-ENDHIST.
           OPEN INPUT   ENDHIST.
           IF WRK-FS-ENDHIST NOT = "35"
              IF WRK-FS-ENDHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ENDHIST - FS: "
                         WRK-FS-ENDHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-ENDHIST
              PERFORM 032-GUARDAR-ENDOSSO
                UNTIL WRK-FS-ENDHIST = "10"
              CLOSE ENDHIST
           END-IF.

       032-GUARDAR-ENDOSSO.
           IF WRK-TAB-END-QTDE NOT < 9999
              DISPLAY "TABELA DE ENDOSSOS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-END-QTDE.
           MOVE HIST-COD-CLIENTE
             TO TAB-END-COD-CLIENTE(WRK-TAB-END-QTDE).
           MOVE HIST-COD-PRODUTO
             TO TAB-END-COD-PRODUTO(WRK-TAB-END-QTDE).
           MOVE HIST-DATA     TO TAB-END-DATA(WRK-TAB-END-QTDE).
           MOVE HIST-TIPO     TO TAB-END-TIPO(WRK-TAB-END-QTDE).
           MOVE HIST-PREMIO-ANTES
             TO TAB-END-PREMIO-ANTES(WRK-TAB-END-QTDE).
           MOVE HIST-VALOR-AJUSTE
             TO TAB-END-VALOR-AJUSTE(WRK-TAB-END-QTDE).
           MOVE "N"           TO TAB-END-USADO(WRK-TAB-END-QTDE).
           PERFORM 042-LER-ENDHIST.

      *UM PPNGANT DO PROPRIO MES (OU POSTERIOR) INDICA RERUN COM A
      *GERACAO ERRADA - A MOVIMENTACAO SAIRIA ZERADA.
       015-CARREGAR-PPNGANT.
           SET PPNGANT-AUSENTE TO TRUE.
           OPEN INPUT   PPNGANT.
           IF WRK-FS-PPNGANT NOT = "35"
              IF WRK-FS-PPNGANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PPNGANT - FS: "
                         WRK-FS-PPNGANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET PPNGANT-PRESENTE TO TRUE
              PERFORM 043-LER-PPNGANT
              PERFORM 033-GUARDAR-PPNGANT
                UNTIL WRK-FS-PPNGANT = "10"
              CLOSE PPNGANT
           ELSE
              DISPLAY "ARQUIVO PPNGANT NAO ENCONTRADO - PPNG ANTERIOR "
                      "CALCULADA EM " WRK-DATA-VESPERA
           END-IF.

       033-GUARDAR-PPNGANT.
           IF PPNG-DATA-REF NOT < WRK-DATA-INICIAL
              DISPLAY "PPNGANT NAO E DO MES ANTERIOR - DATA REF: "
                      PPNG-DATA-REF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-TAB-ANT-QTDE NOT < 9999
              DISPLAY "TABELA DE PPNG ANTERIOR EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-ANT-QTDE.
           MOVE PPNG-COD-CLIENTE
             TO TAB-ANT-COD-CLIENTE(WRK-TAB-ANT-QTDE).
           MOVE PPNG-COD-PRODUTO
             TO TAB-ANT-COD-PRODUTO(WRK-TAB-ANT-QTDE).
           MOVE PPNG-SALDO    TO TAB-ANT-SALDO(WRK-TAB-ANT-QTDE).
           MOVE "N"           TO TAB-ANT-USADO(WRK-TAB-ANT-QTDE).
           PERFORM 043-LER-PPNGANT.

       016-CARREGAR-GANHANT.
           OPEN INPUT   GANHANT.
           IF WRK-FS-GANHANT NOT = "35"
              IF WRK-FS-GANHANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA GANHANT - FS: "
                         WRK-FS-GANHANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-GANHANT
              PERFORM 034-GUARDAR-GANHANT
                UNTIL WRK-FS-GANHANT = "10"
              CLOSE GANHANT
           END-IF.

       034-GUARDAR-GANHANT.
           IF GANHO-DATA-REF NOT < WRK-DATA-INICIAL
              DISPLAY "GANHANT NAO E DO MES ANTERIOR - DATA REF: "
                      GANHO-DATA-REF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE GANHO-COD-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 035-LOCALIZAR-PRODUTO.
           MOVE GANHO-ACUMULADO
             TO TAB-PROD-GANHO-ACUM(WRK-ACHOU-PROD).
           PERFORM 044-LER-GANHANT.

      *SEM O SINISREL A SINISTRALIDADE SAI SO COM O PREMIO GANHO.
       017-CARREGAR-SINISREL.
           OPEN INPUT   SINISREL.
           IF WRK-FS-SINISREL NOT = "35"
              IF WRK-FS-SINISREL NOT = ZEROS
                 DISPLAY "ERRO ABERTURA SINISREL - FS: "
                         WRK-FS-SINISREL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-SINISREL
              PERFORM 036-GUARDAR-SINISREL
                UNTIL WRK-FS-SINISREL = "10"
              CLOSE SINISREL
           END-IF.

       036-GUARDAR-SINISREL.
           MOVE SINISREL-COD-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 035-LOCALIZAR-PRODUTO.
           MOVE SINISREL-TOT-SINISTRO
             TO TAB-PROD-SINISTROS(WRK-ACHOU-PROD).
           MOVE SINISREL-PCT
             TO TAB-PROD-PCT-EMITIDO(WRK-ACHOU-PROD).
           PERFORM 045-LER-SINISREL.

       035-LOCALIZAR-PRODUTO.
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
              MOVE ZEROS TO TAB-PROD-SALDO-ANT(WRK-ACHOU-PROD)
                            TAB-PROD-EMITIDO(WRK-ACHOU-PROD)
                            TAB-PROD-GANHO(WRK-ACHOU-PROD)
                            TAB-PROD-SALDO(WRK-ACHOU-PROD)
                            TAB-PROD-GANHO-ACUM(WRK-ACHOU-PROD)
                            TAB-PROD-SINISTROS(WRK-ACHOU-PROD)
                            TAB-PROD-PCT-EMITIDO(WRK-ACHOU-PROD)
           END-IF.

      *APOLICE COM INICIO DEPOIS DO MES AINDA NAO FOI EMITIDA.
       020-PROCESSAR-APOLICE.
           IF APOLICE-DATA-EFETIVA > WRK-DATA-FINAL
              ADD 1 TO WRK-CONT-APOL-FUTURAS
           ELSE
              PERFORM 021-APURAR-APOLICE
           END-IF.
           PERFORM 041-LER-APOLHOJE.

      *O PREMIO ORIGINAL E O PREMIO ANTERIOR AO PRIMEIRO ENDOSSO
      *DA VIGENCIA ATUAL; SEM ENDOSSO, O PREMIO DO MESTRE.
       021-APURAR-APOLICE.
           COMPUTE WRK-INT-EFETIVA =
               FUNCTION INTEGER-OF-DATE(APOLICE-DATA-EFETIVA).
           COMPUTE WRK-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE(APOLICE-DATA-VENCTO).
           MOVE APOLICE-PREMIO TO WRK-PREMIO-ORIGINAL.
           IF WRK-TAB-END-QTDE > ZEROS
              SET IDX-END TO 1
              SEARCH TAB-END-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-END-COD-CLIENTE(IDX-END)
                                       = APOLICE-COD-CLIENTE
                   AND TAB-END-COD-PRODUTO(IDX-END)
                                       = APOLICE-COD-PRODUTO
                   AND TAB-END-DATA(IDX-END)
                                   NOT < APOLICE-DATA-EFETIVA
                   AND TAB-END-TIPO(IDX-END) NOT = "C"
                      MOVE TAB-END-PREMIO-ANTES(IDX-END)
                        TO WRK-PREMIO-ORIGINAL
              END-SEARCH
           END-IF.

           MOVE ZEROS TO WRK-PREMIO-EMITIDO.
           IF APOLICE-DATA-EFETIVA NOT < WRK-DATA-INICIAL
              MOVE WRK-PREMIO-ORIGINAL TO WRK-PREMIO-EMITIDO
           END-IF.
           PERFORM 037-EMITIDO-ENDOSSO
             VARYING IDX-END FROM 1 BY 1
               UNTIL IDX-END > WRK-TAB-END-QTDE.

           MOVE WRK-DATA-FINAL TO WRK-DATA-CALC.
           PERFORM 038-CALCULAR-PPNG.
           MOVE WRK-PPNG-CALC  TO WRK-SALDO-ATUAL.

           IF PPNGANT-PRESENTE
              MOVE ZEROS TO WRK-SALDO-ANTERIOR
              SET IDX-ANT TO 1
              SEARCH TAB-ANT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ANT-COD-CLIENTE(IDX-ANT)
                                       = APOLICE-COD-CLIENTE
                   AND TAB-ANT-COD-PRODUTO(IDX-ANT)
                                       = APOLICE-COD-PRODUTO
                      MOVE TAB-ANT-SALDO(IDX-ANT)
                        TO WRK-SALDO-ANTERIOR
                      MOVE "S" TO TAB-ANT-USADO(IDX-ANT)
              END-SEARCH
           ELSE
              MOVE WRK-DATA-VESPERA TO WRK-DATA-CALC
              PERFORM 038-CALCULAR-PPNG
              MOVE WRK-PPNG-CALC    TO WRK-SALDO-ANTERIOR
           END-IF.

           MOVE APOLICE-COD-CLIENTE TO PPNG-COD-CLIENTE.
           MOVE APOLICE-COD-PRODUTO TO PPNG-COD-PRODUTO.
           PERFORM 039-APURAR-GANHO.

      *AJUSTES DA VIGENCIA ATUAL DA APOLICE: OS DO MES SAO PREMIO
      *EMITIDO. TODOS FICAM MARCADOS COMO JA TRATADOS.
       037-EMITIDO-ENDOSSO.
           IF TAB-END-COD-CLIENTE(IDX-END) = APOLICE-COD-CLIENTE
              AND TAB-END-COD-PRODUTO(IDX-END) = APOLICE-COD-PRODUTO
              AND TAB-END-DATA(IDX-END) NOT < APOLICE-DATA-EFETIVA
              MOVE "S" TO TAB-END-USADO(IDX-END)
              IF TAB-END-DATA(IDX-END) NOT < WRK-DATA-INICIAL
                 AND TAB-END-DATA(IDX-END) NOT > WRK-DATA-FINAL
                 ADD TAB-END-VALOR-AJUSTE(IDX-END)
                   TO WRK-PREMIO-EMITIDO
              END-IF
           END-IF.

      *PPNG DA APOLICE NA DATA WRK-DATA-CALC: PREMIO ORIGINAL SOBRE
      *A VIGENCIA INTEIRA E CADA AJUSTE DA DATA DO ENDOSSO ATE O
      *VENCIMENTO, AMBOS PELOS DIAS CORRIDOS QUE FALTAM.
       038-CALCULAR-PPNG.
           MOVE ZEROS TO WRK-PPNG-CALC.
           COMPUTE WRK-INT-CALC =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC).
           IF WRK-DATA-CALC NOT < APOLICE-DATA-EFETIVA
              AND WRK-INT-CALC < WRK-INT-VENCTO
              AND WRK-INT-VENCTO > WRK-INT-EFETIVA
              COMPUTE WRK-PPNG-CALC ROUNDED =
                  WRK-PREMIO-ORIGINAL
                * (WRK-INT-VENCTO - WRK-INT-CALC)
                / (WRK-INT-VENCTO - WRK-INT-EFETIVA)
              PERFORM 029-PPNG-ENDOSSO
                VARYING IDX-END FROM 1 BY 1
                  UNTIL IDX-END > WRK-TAB-END-QTDE
           END-IF.

       029-PPNG-ENDOSSO.
           IF TAB-END-COD-CLIENTE(IDX-END) = APOLICE-COD-CLIENTE
              AND TAB-END-COD-PRODUTO(IDX-END) = APOLICE-COD-PRODUTO
              AND TAB-END-DATA(IDX-END) NOT < APOLICE-DATA-EFETIVA
              AND TAB-END-DATA(IDX-END) NOT > WRK-DATA-CALC
              AND TAB-END-TIPO(IDX-END) NOT = "C"
              COMPUTE WRK-INT-ENDOSSO =
                  FUNCTION INTEGER-OF-DATE(TAB-END-DATA(IDX-END))
              IF WRK-INT-VENCTO > WRK-INT-ENDOSSO
                 COMPUTE WRK-PPNG-PARCELA ROUNDED =
                     TAB-END-VALOR-AJUSTE(IDX-END)
                   * (WRK-INT-VENCTO - WRK-INT-CALC)
                   / (WRK-INT-VENCTO - WRK-INT-ENDOSSO)
                 ADD WRK-PPNG-PARCELA TO WRK-PPNG-CALC
              END-IF
           END-IF.

      *GANHO = EMITIDO + PPNG ANTERIOR - PPNG ATUAL. A POSICAO SO
      *E GRAVADA SE HOUVER ALGUM VALOR.
       039-APURAR-GANHO.
           COMPUTE WRK-PREMIO-GANHO = WRK-PREMIO-EMITIDO
                                    + WRK-SALDO-ANTERIOR
                                    - WRK-SALDO-ATUAL.
           IF WRK-PREMIO-EMITIDO NOT = ZEROS
              OR WRK-SALDO-ANTERIOR NOT = ZEROS
              OR WRK-SALDO-ATUAL NOT = ZEROS
              MOVE WRK-DATA-FINAL     TO PPNG-DATA-REF
              MOVE WRK-SALDO-ANTERIOR TO PPNG-SALDO-ANTERIOR
              MOVE WRK-PREMIO-EMITIDO TO PPNG-PREMIO-EMITIDO
              MOVE WRK-PREMIO-GANHO   TO PPNG-PREMIO-GANHO
              MOVE WRK-SALDO-ATUAL    TO PPNG-SALDO
              PERFORM 046-GRAVAR-PPNGHOJE
              MOVE PPNG-COD-PRODUTO   TO WRK-PRODUTO-BUSCA
              PERFORM 035-LOCALIZAR-PRODUTO
              ADD WRK-SALDO-ANTERIOR
                TO TAB-PROD-SALDO-ANT(WRK-ACHOU-PROD)
              ADD WRK-PREMIO-EMITIDO
                TO TAB-PROD-EMITIDO(WRK-ACHOU-PROD)
              ADD WRK-PREMIO-GANHO
                TO TAB-PROD-GANHO(WRK-ACHOU-PROD)
              ADD WRK-SALDO-ATUAL
                TO TAB-PROD-SALDO(WRK-ACHOU-PROD)
           END-IF.

      *APOLICE DO PPNGANT QUE SAIU DO MESTRE (CANCELADA OU
      *EXPURGADA): A PPNG ANTERIOR E GANHA, JUNTO COM OS AJUSTES
      *DO MES (A DEVOLUCAO DO CANCELAMENTO).
       023-PROCESSAR-BAIXADA.
           IF TAB-ANT-USADO(IDX-ANT) = "N"
              ADD 1 TO WRK-CONT-APOL-BAIXADAS
              MOVE TAB-ANT-COD-CLIENTE(IDX-ANT) TO PPNG-COD-CLIENTE
              MOVE TAB-ANT-COD-PRODUTO(IDX-ANT) TO PPNG-COD-PRODUTO
              MOVE TAB-ANT-SALDO(IDX-ANT) TO WRK-SALDO-ANTERIOR
              MOVE ZEROS TO WRK-PREMIO-EMITIDO
                            WRK-SALDO-ATUAL
              PERFORM 025-EMITIDO-BAIXADA
                VARYING IDX-END FROM 1 BY 1
                  UNTIL IDX-END > WRK-TAB-END-QTDE
              PERFORM 039-APURAR-GANHO
           END-IF.

       025-EMITIDO-BAIXADA.
           IF TAB-END-USADO(IDX-END) = "N"
              AND TAB-END-COD-CLIENTE(IDX-END) = PPNG-COD-CLIENTE
              AND TAB-END-COD-PRODUTO(IDX-END) = PPNG-COD-PRODUTO
              AND TAB-END-DATA(IDX-END) NOT < WRK-DATA-INICIAL
              AND TAB-END-DATA(IDX-END) NOT > WRK-DATA-FINAL
              MOVE "S" TO TAB-END-USADO(IDX-END)
              ADD TAB-END-VALOR-AJUSTE(IDX-END) TO WRK-PREMIO-EMITIDO
           END-IF.

      *AJUSTE DO MES DE APOLICE QUE NAO ESTA NO MESTRE NEM NO
      *PPNGANT: EMITIDO E GANHO NO PROPRIO MES.
       024-PROCESSAR-ENDOSSO-AVULSO.
           IF TAB-END-USADO(IDX-END) = "N"
              AND TAB-END-DATA(IDX-END) NOT < WRK-DATA-INICIAL
              AND TAB-END-DATA(IDX-END) NOT > WRK-DATA-FINAL
              ADD 1 TO WRK-CONT-ENDOSSOS-AVULSOS
              MOVE "S" TO TAB-END-USADO(IDX-END)
              MOVE TAB-END-COD-CLIENTE(IDX-END) TO PPNG-COD-CLIENTE
              MOVE TAB-END-COD-PRODUTO(IDX-END) TO PPNG-COD-PRODUTO
              MOVE TAB-END-VALOR-AJUSTE(IDX-END)
                TO WRK-PREMIO-EMITIDO
              MOVE ZEROS TO WRK-SALDO-ANTERIOR
                            WRK-SALDO-ATUAL
              PERFORM 039-APURAR-GANHO
           END-IF.

       041-LER-APOLHOJE.
           READ APOLHOJE INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-APOLHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-APOLHOJE
           END-IF.

       042-LER-ENDHIST.
           READ ENDHIST INTO WRK-ENDHIST-REGISTRO.
           IF WRK-FS-ENDHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENDHIST - FS: " WRK-FS-ENDHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ENDHIST = "00"
              ADD 1 TO WRK-CONT-LIDOS-ENDHIST
           END-IF.

       043-LER-PPNGANT.
           READ PPNGANT INTO WRK-PPNG-REGISTRO.
           IF WRK-FS-PPNGANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PPNGANT - FS: " WRK-FS-PPNGANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PPNGANT = "00"
              ADD 1 TO WRK-CONT-LIDOS-PPNGANT
           END-IF.

       044-LER-GANHANT.
           READ GANHANT INTO WRK-GANHO-REGISTRO.
           IF WRK-FS-GANHANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA GANHANT - FS: " WRK-FS-GANHANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-SINISREL.
           READ SINISREL INTO WRK-SINISREL-REGISTRO.
           IF WRK-FS-SINISREL NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA SINISREL - FS: " WRK-FS-SINISREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-GRAVAR-PPNGHOJE.
           WRITE FD-PPNGHOJE-REGISTRO FROM WRK-PPNG-REGISTRO.
           IF WRK-FS-PPNGHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PPNGHOJE - FS: "
                      WRK-FS-PPNGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-PPNGHOJE.

       047-GRAVAR-PPNGREL.
           WRITE FD-PPNGREL-REGISTRO.
           IF WRK-FS-PPNGREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PPNGREL - FS: " WRK-FS-PPNGREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           MOVE WRK-LINHA-TITULO    TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE WRK-LINHA-TRACO     TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE WRK-LINHA-CAB-PPNG  TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           PERFORM 053-IMPRIMIR-PRODUTO
             VARYING IDX-PROD FROM 1 BY 1
               UNTIL IDX-PROD > WRK-TAB-PROD-QTDE.
           MOVE WRK-LINHA-TRACO     TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE "TOTAL"             TO LPPNG-COD-PRODUTO.
           MOVE WRK-TOT-SALDO-ANT   TO LPPNG-SALDO-ANT.
           MOVE WRK-TOT-EMITIDO     TO LPPNG-EMITIDO.
           MOVE WRK-TOT-GANHO       TO LPPNG-GANHO.
           MOVE WRK-TOT-SALDO       TO LPPNG-SALDO.
           COMPUTE LPPNG-VARIACAO = WRK-TOT-SALDO - WRK-TOT-SALDO-ANT.
           MOVE WRK-LINHA-PPNG      TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE SPACES              TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE WRK-LINHA-TIT-SINIS TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE WRK-LINHA-TRACO     TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           MOVE WRK-LINHA-CAB-SINIS TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           PERFORM 054-IMPRIMIR-SINISTRALIDADE
             VARYING IDX-PROD FROM 1 BY 1
               UNTIL IDX-PROD > WRK-TAB-PROD-QTDE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos APOLHOJE....: "
                   WRK-CONT-LIDOS-APOLHOJE.
           DISPLAY "Quantidade de Registros Lidos ENDHIST.....: "
                   WRK-CONT-LIDOS-ENDHIST.
           DISPLAY "Quantidade de Registros Lidos PPNGANT.....: "
                   WRK-CONT-LIDOS-PPNGANT.
           DISPLAY "Quantidade de Apolices com Inicio Futuro..: "
                   WRK-CONT-APOL-FUTURAS.
           DISPLAY "Quantidade de Apolices Baixadas do Mestre.: "
                   WRK-CONT-APOL-BAIXADAS.
           DISPLAY "Quantidade de Ajustes sem Apolice.........: "
                   WRK-CONT-ENDOSSOS-AVULSOS.
           DISPLAY "Quantidade de Registros Gravados PPNGHOJE.: "
                   WRK-CONT-GRAVADOS-PPNGHOJE.
           DISPLAY "Quantidade de Registros Gravados GANHHOJE.: "
                   WRK-CONT-GRAVADOS-GANHHOJE.
           MOVE WRK-TOT-EMITIDO TO WRK-TOT-ED.
           DISPLAY "Valor Total de Premio Emitido.............: "
                   WRK-TOT-ED.
           MOVE WRK-TOT-GANHO   TO WRK-TOT-ED.
           DISPLAY "Valor Total de Premio Ganho...............: "
                   WRK-TOT-ED.
           MOVE WRK-TOT-SALDO   TO WRK-TOT-ED.
           DISPLAY "Valor Total da PPNG.......................: "
                   WRK-TOT-ED.

      *LINHA DO PRODUTO, TOTAIS GERAIS E GANHO ACUMULADO (GANHHOJE).
       053-IMPRIMIR-PRODUTO.
           MOVE TAB-PROD-COD-PRODUTO(IDX-PROD) TO LPPNG-COD-PRODUTO.
           MOVE TAB-PROD-SALDO-ANT(IDX-PROD)   TO LPPNG-SALDO-ANT.
           MOVE TAB-PROD-EMITIDO(IDX-PROD)     TO LPPNG-EMITIDO.
           MOVE TAB-PROD-GANHO(IDX-PROD)       TO LPPNG-GANHO.
           MOVE TAB-PROD-SALDO(IDX-PROD)       TO LPPNG-SALDO.
           COMPUTE LPPNG-VARIACAO = TAB-PROD-SALDO(IDX-PROD)
                                  - TAB-PROD-SALDO-ANT(IDX-PROD).
           MOVE WRK-LINHA-PPNG      TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.
           ADD TAB-PROD-SALDO-ANT(IDX-PROD) TO WRK-TOT-SALDO-ANT.
           ADD TAB-PROD-EMITIDO(IDX-PROD)   TO WRK-TOT-EMITIDO.
           ADD TAB-PROD-GANHO(IDX-PROD)     TO WRK-TOT-GANHO.
           ADD TAB-PROD-SALDO(IDX-PROD)     TO WRK-TOT-SALDO.

           ADD TAB-PROD-GANHO(IDX-PROD)
             TO TAB-PROD-GANHO-ACUM(IDX-PROD).
           MOVE SPACES                         TO WRK-GANHO-REGISTRO.
           MOVE TAB-PROD-COD-PRODUTO(IDX-PROD) TO GANHO-COD-PRODUTO.
           MOVE TAB-PROD-GANHO-ACUM(IDX-PROD)  TO GANHO-ACUMULADO.
           MOVE WRK-DATA-FINAL                 TO GANHO-DATA-REF.
           WRITE FD-GANHHOJE-REGISTRO FROM WRK-GANHO-REGISTRO.
           IF WRK-FS-GANHHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO GANHHOJE - FS: "
                      WRK-FS-GANHHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-GANHHOJE.

      *SINISTROS ACUMULADOS DO AC00EX43 SOBRE O PREMIO GANHO
      *ACUMULADO, AO LADO DA SINISTRALIDADE ORIGINAL (SOBRE O
      *PREMIO DOS TITULARES).
       054-IMPRIMIR-SINISTRALIDADE.
           MOVE TAB-PROD-COD-PRODUTO(IDX-PROD) TO LSIN-COD-PRODUTO.
           MOVE TAB-PROD-SINISTROS(IDX-PROD)   TO LSIN-SINISTROS.
           MOVE TAB-PROD-GANHO-ACUM(IDX-PROD)  TO LSIN-GANHO-ACUM.
           IF TAB-PROD-GANHO-ACUM(IDX-PROD) > ZEROS
              COMPUTE WRK-PCT-GANHO ROUNDED =
                  (TAB-PROD-SINISTROS(IDX-PROD) /
                   TAB-PROD-GANHO-ACUM(IDX-PROD)) * 100
           ELSE
              MOVE ZEROS TO WRK-PCT-GANHO
           END-IF.
           MOVE WRK-PCT-GANHO                  TO LSIN-PCT-GANHO.
           MOVE TAB-PROD-PCT-EMITIDO(IDX-PROD) TO LSIN-PCT-EMITIDO.
           MOVE WRK-LINHA-SINIS     TO FD-PPNGREL-REGISTRO.
           PERFORM 047-GRAVAR-PPNGREL.

       052-FECHAR-ARQUIVOS.
           CLOSE APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = "00"
              DISPLAY "ERRO CLOSE APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PPNGHOJE.
           IF WRK-FS-PPNGHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PPNGHOJE - FS: " WRK-FS-PPNGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE GANHHOJE.
           IF WRK-FS-GANHHOJE NOT = "00"
              DISPLAY "ERRO CLOSE GANHHOJE - FS: " WRK-FS-GANHHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PPNGREL.
           IF WRK-FS-PPNGREL NOT = "00"
              DISPLAY "ERRO CLOSE PPNGREL - FS: " WRK-FS-PPNGREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX25".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

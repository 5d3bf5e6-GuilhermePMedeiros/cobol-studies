      *PARA A AGENCIA (AGENEXT). TITULO QUITADO NO CICLO QUE JA
      *ESTAVA COM A AGENCIA GERA O REGISTRO DE RECOLHIMENTO
      *AUTOMATICO EM AGENRECALL.
      *TITULO DE CLIENTE EM DEBITO AUTOMATICO (CONTROLE DEBCTL DO
      *AC01EX13, AGUARDANDO O VENCIMENTO OU JA DEBITADO) FICA FORA
      *DA REGUA; SO O DEBITO RECUSADO VOLTA A COBRANCA NORMAL.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT SUPRAUD  ASSIGN    TO SUPRAUD
                      FILE STATUS    IS WRK-FS-SUPRAUD.

      *TITULOS EM DEBITO AUTOMATICO, GRAVADO PELO AC01EX13
      *(OPCIONAL - SEM ELE, TODO TITULO SEGUE A REGUA)
       SELECT DEBCTL   ASSIGN    TO DEBCTL
                      FILE STATUS    IS WRK-FS-DEBCTL.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  MAPCLI
           RECORDING MODE IS F

       01  FD-SUPRAUD-REGISTRO     PIC X(041).

       FD  DEBCTL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBCTL-REGISTRO      PIC X(040).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-AGENRECALL     PIC X(002) VALUE SPACES.
           05 WRK-FS-CONSENT        PIC X(002) VALUE SPACES.
           05 WRK-FS-SUPRAUD        PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBCTL         PIC X(002) VALUE SPACES.

      *LAYOUT DO REGISTRO DE RECEBIVEIS - MESMO GRAVADO PELO AC00EX15
       01  WRK-CONTAR-REGISTRO.
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.
           05 SUPRAUD-DATA          PIC 9(008).
           05 SUPRAUD-REGRA         PIC X(010).

      *LAYOUT DE DEBCTL - MESMO GRAVADO PELO AC01EX13
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

      *TITULOS EM DEBITO AUTOMATICO (PENDENTES OU DEBITADOS)
       01  WRK-TAB-DEB-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DEB-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-DEB-QTDE
               INDEXED BY IDX-DEB.
           05 TAB-DEB-COD-COMPRA    PIC 9(005).

       01  WRK-SW-DEBITO-AUT        PIC 9(001) VALUE ZEROS.
           88 TITULO-EM-DEBITO-AUT     VALUE 1.
           88 TITULO-FORA-DEBITO-AUT   VALUE 0.

      *OPT-OUTS CARREGADOS EM MEMORIA
       01  WRK-TAB-CONS-QTDE        PIC 9(004) VALUE ZEROS.

           03 WRK-CONT-ENVIADOS-AGENCIA   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RECOLHIDOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CARTAS-SUPRIMIDAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EM-DEBITO-AUT      PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

           PERFORM 018-CARREGAR-TABELA-CONSENT.
           PERFORM 016-CARREGAR-TABELA-MAPA.
           PERFORM 017-ABRIR-ENDERECO.
           PERFORM 014-CARREGAR-TABELA-DEBCTL.
           PERFORM 041-LER-CONTARHOJE.
           IF WRK-FS-CONTARHOJE = "10"
              DISPLAY "ARQUIVO CONTARHOJE VAZIO"
           END-IF.
           ADD 1 TO WRK-CONT-CARTAS-SUPRIMIDAS.

      *CARREGA OS TITULOS QUE O AC01EX13 MANTEM EM DEBITO
      *AUTOMATICO. O RECUSADO NAO ENTRA - VOLTA A REGUA NORMAL.
       014-CARREGAR-TABELA-DEBCTL.
           OPEN INPUT   DEBCTL.
           IF WRK-FS-DEBCTL = "35"
              MOVE ZEROS TO WRK-TAB-DEB-QTDE
           ELSE
              IF WRK-FS-DEBCTL NOT = ZEROS
                 DISPLAY "ERRO ABERTURA DEBCTL - FS: " WRK-FS-DEBCTL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-DEBCTL
              PERFORM 029-MOVER-DADOS-TAB-DEB
                UNTIL WRK-FS-DEBCTL = "10"
              CLOSE DEBCTL
              IF WRK-FS-DEBCTL NOT = "00"
                 DISPLAY "ERRO CLOSE DEBCTL - FS: " WRK-FS-DEBCTL
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       029-MOVER-DADOS-TAB-DEB.
           IF DEBCTL-PENDENTE OR DEBCTL-DEBITADO
              ADD 1 TO WRK-TAB-DEB-QTDE
              MOVE DEBCTL-COD-COMPRA
              TO TAB-DEB-COD-COMPRA(WRK-TAB-DEB-QTDE)
           END-IF.
           PERFORM 043-LER-DEBCTL.

       043-LER-DEBCTL.
           READ DEBCTL INTO WRK-DEBCTL-REGISTRO.
           IF WRK-FS-DEBCTL NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBCTL - FS: " WRK-FS-DEBCTL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       028-VERIFICAR-DEBITO-AUT.
           SET TITULO-FORA-DEBITO-AUT TO TRUE.
           SET IDX-DEB TO 1.
           SEARCH TAB-DEB-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-DEB-COD-COMPRA(IDX-DEB) = CONTAR-COD-COMPRA
                   SET TITULO-EM-DEBITO-AUT TO TRUE
           END-SEARCH.

      *CARREGA O INTERVALO DE DIAS ENTRE OS AVISOS. SEM O
      *PARAMETRO, ASSUME 15 DIAS.
       013-ABRIR-PARMDUN.
       020-PROCESSAR.
           PERFORM 032-BUSCAR-NIVEL-ANTERIOR.

           PERFORM 028-VERIFICAR-DEBITO-AUT.

           EVALUATE TRUE
               WHEN CONTAR-QUITADO
                   PERFORM 033-TRATAR-TITULO-QUITADO
               WHEN TITULO-EM-DEBITO-AUT
      *            A REGUA FICA PARADA NO NIVEL EM QUE ESTAVA
                   ADD 1 TO WRK-CONT-EM-DEBITO-AUT
                   MOVE WRK-NIVEL-ANT TO WRK-NIVEL-NOVO
                   IF WRK-NIVEL-NOVO > ZEROS
                      PERFORM 046-GRAVAR-DUNHOJE
                   END-IF
               WHEN OTHER
                   PERFORM 034-TRATAR-TITULO-ABERTO
           END-EVALUATE.

           PERFORM 041-LER-CONTARHOJE.

                   WRK-CONT-RECOLHIDOS.
           DISPLAY "Quantidade de Cartas Suprimidas...........: "
                   WRK-CONT-CARTAS-SUPRIMIDAS.
           DISPLAY "Quantidade de Titulos em Debito Automatico: "
                   WRK-CONT-EM-DEBITO-AUT.

       052-FECHAR-ARQUIVOS.
           CLOSE CONTARHOJE.

      *NOSSO-NUMERO AO CODIGO DA COMPRA E SOBREVIVE ENTRE OS RUNS
      *- E POR ELE QUE O RETORNO E CONFERIDO: REGISTRO DO
      *RETBANCO PARA TITULO QUE NUNCA FOI REMETIDO SAI APONTADO
      *EM RETNOREM. PAGAMENTO DE FATURA DO CARTAO DA LOJA (NUMERO
      *DA FATURA NO CADASTRO DE CONTAS CRTCTA, GRAVADO PELO
      *AC01EX14) NAO E TITULO REMETIDO E SO E CONTADO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT RETNOREM ASSIGN    TO RETNOREM
                      FILE STATUS    IS WRK-FS-RETNOREM.

      *CONTAS DO CARTAO DA LOJA (OPCIONAL), COM OS NUMEROS DE FATURA
       SELECT CRTCTA   ASSIGN    TO CRTCTA
                      FILE STATUS    IS WRK-FS-CRTCTA.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-RETNOREM-REGISTRO    PIC X(026).

       FD  CRTCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTCTA-REGISTRO      PIC X(093).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-REMCTLHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-REMESSA        PIC X(002) VALUE SPACES.
           05 WRK-FS-RETNOREM       PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTCTA         PIC X(002) VALUE SPACES.

      *LAYOUT DE COMPRA - MESMO EXTRATO LIDO PELO AC00EX10
       01  WRK-COMPRA-REGISTRO.
           05 FILLER                PIC X(037) VALUE SPACES.

      *CONTROLE DE REMESSAS EM MEMORIA (ANTERIORES + DESTE RUN)
      *LAYOUT DE CRTCTA - MESMO CADASTRO GRAVADO PELO AC01EX14
       01  WRK-CRTCTA-REGISTRO.
           05 CRTCTA-COD-CLIENTE    PIC  9(003).
           05 CRTCTA-SITUACAO       PIC  X(001).
           05 CRTCTA-DATA-ADESAO    PIC  9(008).
           05 CRTCTA-LIMITE         PIC  9(009)V99.
           05 CRTCTA-SALDO          PIC S9(009)V99.
           05 CRTCTA-NUM-FATURA     PIC  9(005).
           05 CRTCTA-NUM-FATURA-ANT PIC  9(005).
           05 FILLER                PIC  X(049).

      *TABELA DOS NUMEROS DE FATURA DO CARTAO DA LOJA (ATUAL E
      *ANTERIOR DE CADA CONTA)
       01  WRK-TAB-FATCRT-QTDE      PIC 9(004) VALUE ZEROS.

       01  TAB-FATCRT-REGISTRO OCCURS 1 TO 1998 TIMES
               DEPENDING ON WRK-TAB-FATCRT-QTDE
               INDEXED BY IDX-FATCRT.
           05 TAB-FATCRT-NUM-FATURA   PIC 9(005).

       01  WRK-TAB-CTL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CTL-REGISTRO OCCURS 1 TO 2000 TIMES
           03 WRK-CONT-LIDOS-REMCTLANT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-TITULOS-REMETIDOS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RET-SEM-REMESSA    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PAGTO-CARTAO       PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

           DISPLAY "PROGRAMA AC00EX67 INICIADO - REMESSA BANCARIA"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 014-CARREGAR-TABELA-FATCRT.
           PERFORM 015-CARREGAR-TABELA-REMCTLANT.
           PERFORM 016-GRAVAR-HEADER.
           PERFORM 040-LER-ARQUIVOS.
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS NUMEROS DE FATURA DO CARTAO DA LOJA. SEM O
      *CADASTRO DE CONTAS, A TABELA FICA VAZIA.
       014-CARREGAR-TABELA-FATCRT.
           OPEN INPUT   CRTCTA.
           IF WRK-FS-CRTCTA NOT = "35"
              IF WRK-FS-CRTCTA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRTCTA - FS: " WRK-FS-CRTCTA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-CRTCTA
              PERFORM 033-MOVER-DADOS-TAB-FATCRT
                UNTIL WRK-FS-CRTCTA = "10"
              CLOSE CRTCTA
              IF WRK-FS-CRTCTA NOT = "00"
                 DISPLAY "ERRO CLOSE CRTCTA - FS: " WRK-FS-CRTCTA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-MOVER-DADOS-TAB-FATCRT.
           IF CRTCTA-NUM-FATURA NOT = ZEROS
              ADD 1 TO WRK-TAB-FATCRT-QTDE
              MOVE CRTCTA-NUM-FATURA
              TO TAB-FATCRT-NUM-FATURA(WRK-TAB-FATCRT-QTDE)
           END-IF.
           IF CRTCTA-NUM-FATURA-ANT NOT = ZEROS
              ADD 1 TO WRK-TAB-FATCRT-QTDE
              MOVE CRTCTA-NUM-FATURA-ANT
              TO TAB-FATCRT-NUM-FATURA(WRK-TAB-FATCRT-QTDE)
           END-IF.
           PERFORM 045-LER-CRTCTA.

      *CARREGA O CONTROLE ACUMULADO DE REMESSAS. SEM O ARQUIVO,
      *PRIMEIRA REMESSA DA HISTORIA (NOSSO-NUMERO COMECA EM 1).
       015-CARREGAR-TABELA-REMCTLANT.
       031-CONFERIR-UM-RETORNO.
           SET IDX-CTL TO 1.
           SEARCH TAB-CTL-REGISTRO
               AT END
                   PERFORM 032-APONTAR-RETNOREM
               WHEN TAB-CTL-COD-COMPRA(IDX-CTL) =
                    RETBANCO-COD-COMPRA
                   CONTINUE
           END-SEARCH.
           PERFORM 044-LER-RETBANCO.

      *RETORNO SEM REMESSA: SE FOR PAGAMENTO DE FATURA DO CARTAO DA
      *LOJA SO CONTA, SENAO SAI EM RETNOREM.
       032-APONTAR-RETNOREM.
           SET IDX-FATCRT TO 1.
           SEARCH TAB-FATCRT-REGISTRO
               AT END
                   WRITE FD-RETNOREM-REGISTRO
                       FROM WRK-RETBANCO-REGISTRO
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-CONT-RET-SEM-REMESSA
               WHEN TAB-FATCRT-NUM-FATURA(IDX-FATCRT) =
                    RETBANCO-COD-COMPRA
                   ADD 1 TO WRK-CONT-PAGTO-CARTAO
           END-SEARCH.

       041-LER-COMPRA.
           READ COMPRA INTO WRK-COMPRA-REGISTRO.
                ADD 1 TO WRK-CONT-LIDOS-RETBANCO
           END-IF.

       045-LER-CRTCTA.
           READ CRTCTA INTO WRK-CRTCTA-REGISTRO.
           IF WRK-FS-CRTCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTCTA - FS: " WRK-FS-CRTCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 070-ENCERRAR-COMPRA.
           PERFORM 055-GRAVAR-TRAILER.
                   WRK-CONT-TITULOS-REMETIDOS.
           DISPLAY "Quantidade de Retornos sem Remessa........: "
                   WRK-CONT-RET-SEM-REMESSA.
           DISPLAY "Quantidade de Retornos de Fatura Cartao...: "
                   WRK-CONT-PAGTO-CARTAO.

       052-FECHAR-ARQUIVOS.
           CLOSE COMPRA.

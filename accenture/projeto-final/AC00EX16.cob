      *BOLETO (BOLCHE-COD-COMPRA): OCORRENCIA 06 LIQUIDA O TITULO,
      *OCORRENCIA 03 REJEITA. RETORNOS SEM BOLETO CORRESPONDENTE
      *SAEM EM RETNOMATCH, E BOLETOS EM ABERTO HA MAIS DIAS QUE O
      *PARAMETRO PARMDIAS SAEM NO RELATORIO STALEREL. RETORNOS DE
      *PAGAMENTO DE FATURA DO CARTAO DA LOJA (NUMERO DA FATURA NO
      *CADASTRO DE CONTAS CRTCTA, GRAVADO PELO AC01EX14) NAO SAO
      *BOLETOS E NAO SAEM EM RETNOMATCH; SAO SO CONTADOS.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT STALEREL ASSIGN    TO STALEREL
                      FILE STATUS    IS WRK-FS-STALEREL.

      *CONTAS DO CARTAO DA LOJA (OPCIONAL), COM OS NUMEROS DE FATURA
       SELECT CRTCTA   ASSIGN    TO CRTCTA
                      FILE STATUS    IS WRK-FS-CRTCTA.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-STALEREL-REGISTRO    PIC X(029).

       FD  CRTCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTCTA-REGISTRO      PIC X(093).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-PARMDIAS       PIC X(002) VALUE SPACES.
           05 WRK-FS-RETNOMATCH     PIC X(002) VALUE SPACES.
           05 WRK-FS-STALEREL       PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTCTA         PIC X(002) VALUE SPACES.

      *LAYOUT DE RETBANCO - OCORRENCIA DO BANCO PARA UM BOLETO
       01  WRK-RETBANCO-REGISTRO.
       01  WRK-PARMDIAS-REGISTRO.
           05 PARMDIAS-QTD-DIAS     PIC  9(003).

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

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-RETBANCO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CLEAR     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-BOLETO         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-BOLETOS-VELHOS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PAGTO-CARTAO       PIC 9(05) VALUE ZEROS.

      *TABELA DOS RETORNOS DO BANCO DO DIA, COM MARCACAO DE USO
      *PARA APONTAR OS RETORNOS SEM BOLETO NO FINAL
           05 TAB-RETBANCO-CASADO     PIC X(001).
               88 TAB-RETBANCO-FOI-CASADO VALUE "S".

      *TABELA DOS NUMEROS DE FATURA DO CARTAO DA LOJA (ATUAL E
      *ANTERIOR DE CADA CONTA)
       01  WRK-TAB-FATCRT-QTDE      PIC 9(004) VALUE ZEROS.

       01  TAB-FATCRT-REGISTRO OCCURS 1 TO 1998 TIMES
               DEPENDING ON WRK-TAB-FATCRT-QTDE
               INDEXED BY IDX-FATCRT.
           05 TAB-FATCRT-NUM-FATURA   PIC 9(005).

      *DATA DO SISTEMA E APOIO AO CALCULO DA IDADE DO BOLETO
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC S9(009) VALUE ZEROS.
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-ABRIR-PARMDIAS.
           PERFORM 014-CARREGAR-TABELA-FATCRT.
           PERFORM 015-CARREGAR-TABELA-RETBANCO.
           PERFORM 040-LER-ARQUIVOS.

              END-IF
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

              PERFORM 046-LER-CRTCTA
              PERFORM 033-MOVER-DADOS-TAB-FATCRT
                UNTIL WRK-FS-CRTCTA = "10"

              CLOSE CRTCTA
              IF WRK-FS-CRTCTA NOT = "00"
                 DISPLAY "ERRO CLOSE CRTCTA - FS: " WRK-FS-CRTCTA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       015-CARREGAR-TABELA-RETBANCO.
           PERFORM 044-LER-RETBANCO.
           PERFORM 030-MOVER-DADOS-TAB-RETBANCO
           TO TAB-RETBANCO-CASADO(WRK-TAB-RETBANCO-QTDE).
           PERFORM 044-LER-RETBANCO.

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
           PERFORM 046-LER-CRTCTA.

       040-LER-ARQUIVOS.
           PERFORM 041-LER-CLEARANT.
           PERFORM 042-LER-COMPRA.

           ADD 1 TO WRK-CONT-GRAVADOS-CLEAR.

       046-LER-CRTCTA.
           READ CRTCTA INTO WRK-CRTCTA-REGISTRO.
           IF WRK-FS-CRTCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTCTA - FS: " WRK-FS-CRTCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GRAVA EM RETNOMATCH OS RETORNOS DO BANCO QUE NAO CASARAM COM
      *NENHUM BOLETO DO REGISTRO. O PAGAMENTO DE FATURA DO CARTAO DA
      *LOJA NAO E BOLETO: SO E CONTADO.
       055-GRAVAR-RETNOMATCH-TODOS.
           PERFORM 056-GRAVAR-RETNOMATCH
           VARYING IDX-RETBANCO FROM 1 BY 1
           UNTIL IDX-RETBANCO > WRK-TAB-RETBANCO-QTDE.

       056-GRAVAR-RETNOMATCH.
           IF NOT TAB-RETBANCO-FOI-CASADO(IDX-RETBANCO)
              SET IDX-FATCRT TO 1
              SEARCH TAB-FATCRT-REGISTRO
                  WHEN TAB-FATCRT-NUM-FATURA(IDX-FATCRT) =
                       TAB-RETBANCO-COD-COMPRA(IDX-RETBANCO)
                       MOVE "S" TO TAB-RETBANCO-CASADO(IDX-RETBANCO)
                       ADD 1 TO WRK-CONT-PAGTO-CARTAO
              END-SEARCH
           END-IF.

           IF NOT TAB-RETBANCO-FOI-CASADO(IDX-RETBANCO)
               MOVE TAB-RETBANCO-COD-COMPRA(IDX-RETBANCO)
               TO RETBANCO-COD-COMPRA
                   WRK-CONT-SEM-BOLETO.
           DISPLAY "Quantidade de Boletos Velhos em Aberto....: "
                   WRK-CONT-BOLETOS-VELHOS.
           DISPLAY "Quantidade de Retornos de Fatura Cartao...: "
                   WRK-CONT-PAGTO-CARTAO.

       052-FECHAR-ARQUIVOS.
           CLOSE RETBANCO.

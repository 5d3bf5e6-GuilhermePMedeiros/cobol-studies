      *APOLICES COM O PREMIO NAO COBRADO PELO DEBITO AUTOMATICO
      *(EXTRATO PREMLAPSO DO AC00EX86, CHAVE CLIENTE+PRODUTO)
      *TAMBEM CAEM EM LAPSO: SAEM NO LAPSEREL E NAO SEGUEM NO
      *MESTRE, MESMO COM O VENCIMENTO AINDA NO FUTURO. A APOLICE
      *NOVA DE GARANTIA ESTENDIDA VENDIDA NO CAIXA (APOLGAR DO
      *AC01EX04) ENTRA COM AS DATAS E O PREMIO DA VENDA EM VEZ DA
      *VIGENCIA PADRAO DE UM ANO. A APOLICE VENDIDA POR CORRETOR
      *EXTERNO LEVA O CODIGO DO CORRETOR INFORMADO NO VENDCOR
      *(CHAVE CLIENTE+PRODUTO); SEM INDICACAO, A VENDA E DIRETA
      *(CORRETOR ZERADO). O CODIGO SEGUE NO MESTRE E ALIMENTA A
      *COMISSAO DE CORRETAGEM (AC01EX22).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT PREMLAPSO ASSIGN   TO PREMLAPSO
                      FILE STATUS    IS WRK-FS-PREMLAPSO.

      *APOLICES NOVAS DE GARANTIA ESTENDIDA, COM AS DATAS E O
      *PREMIO DA VENDA, GERADAS PELO AC01EX04 (OPCIONAL - SEM ELE,
      *TODA APOLICE NOVA TEM A VIGENCIA PADRAO)
       SELECT APOLGAR  ASSIGN    TO APOLGAR
                      FILE STATUS    IS WRK-FS-APOLGAR.

      *CORRETOR QUE INTERMEDIOU A VENDA DE CADA APOLICE, POR
      *CLIENTE+PRODUTO (OPCIONAL - SEM ELE, TODA VENDA E DIRETA)
       SELECT VENDCOR  ASSIGN    TO VENDCOR
                      FILE STATUS    IS WRK-FS-VENDCOR.

       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLANT-REGISTRO     PIC X(042).

       FD  PARMRENOV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREMLAPSO-REGISTRO   PIC X(042).

       FD  APOLGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLGAR-REGISTRO     PIC X(042).

       FD  VENDCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-VENDCOR-REGISTRO     PIC X(015).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  AVISOREN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AVISOREN-REGISTRO    PIC X(042).

       FD  LAPSEREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LAPSEREL-REGISTRO    PIC X(042).

       FD  CONSENT
           RECORDING MODE IS F
           05 WRK-FS-APOLANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMRENOV      PIC X(002) VALUE SPACES.
           05 WRK-FS-PREMLAPSO      PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDCOR        PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-AVISOREN       PIC X(002) VALUE SPACES.
           05 WRK-FS-LAPSEREL       PIC X(002) VALUE SPACES.
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

       01  WRK-PARMRENOV-REGISTRO.
           05 PARMRENOV-QTD-DIAS    PIC 9(003).

      *MESTRE DO CICLO ANTERIOR EM MEMORIA, COM MARCACAO DE
      *TITULARIDADE CONFIRMADA (C = APOLICE CRIADA NESTE RUN)
       01  WRK-TAB-APOL-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-APOL-REGISTRO OCCURS 1 TO 999 TIMES
               INDEXED BY IDX-APOL.
           05 TAB-APOL-COD-CLIENTE  PIC 9(005).
           05 TAB-APOL-COD-PRODUTO  PIC 9(005).
           05 TAB-APOL-DADOS        PIC X(042).
           05 TAB-APOL-CONFIRMADA   PIC X(001).
               88 TAB-APOL-TITULAR-CONFIRMADO VALUE "S".
               88 TAB-APOL-CRIADA-NO-RUN      VALUE "C".

      *APOLICES NOVAS DE GARANTIA ESTENDIDA EM MEMORIA
       01  WRK-TAB-GAR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-GAR-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-GAR-QTDE
               INDEXED BY IDX-GAR.
           05 TAB-GAR-COD-CLIENTE   PIC 9(005).
           05 TAB-GAR-COD-PRODUTO   PIC 9(005).
           05 TAB-GAR-DADOS         PIC X(042).

      *INDICACAO DE CORRETOR POR APOLICE
       01  WRK-VENDCOR-REGISTRO.
           05 VENDCOR-COD-CLIENTE   PIC 9(005).
           05 VENDCOR-COD-PRODUTO   PIC 9(005).
           05 VENDCOR-COD-CORRETOR  PIC 9(005).

       01  WRK-TAB-COR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-COR-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-COR-QTDE
               INDEXED BY IDX-COR.
           05 TAB-COR-COD-CLIENTE   PIC 9(005).
           05 TAB-COR-COD-PRODUTO   PIC 9(005).
           05 TAB-COR-COD-CORRETOR  PIC 9(005).

      *DATAS DE APOIO (HOJE, HOJE+N E HOJE+365, VIA DATAUTIL)
       01  WRK-DATA-SIS.
           03 WRK-CONT-CANCELADAS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-AVISOS-SUPR    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LAPSOS-PREMIO  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-CORRETOR  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

           PERFORM 014-CALCULAR-DATAS.
           PERFORM 016-CARREGAR-CONSENT.
           PERFORM 018-CARREGAR-PREMLAPSO.
           PERFORM 018A-CARREGAR-APOLGAR.
           PERFORM 018B-CARREGAR-VENDCOR.
           PERFORM 015-CARREGAR-APOLANT.
           PERFORM 041-LER-CLISEGU.
           IF WRK-FS-CLISEGU = "10"
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA AS APOLICES NOVAS DE GARANTIA ESTENDIDA. SEM O
      *ARQUIVO, NENHUMA APOLICE NOVA FOGE DA VIGENCIA PADRAO.
       018A-CARREGAR-APOLGAR.
           OPEN INPUT   APOLGAR.
           IF WRK-FS-APOLGAR = "35"
              MOVE ZEROS TO WRK-TAB-GAR-QTDE
           ELSE
              IF WRK-FS-APOLGAR NOT = ZEROS
                 DISPLAY "ERRO ABERTURA APOLGAR - FS: "
                         WRK-FS-APOLGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-APOLGAR
              PERFORM 034-MOVER-DADOS-TAB-GAR
                UNTIL WRK-FS-APOLGAR = "10"
              CLOSE APOLGAR
           END-IF.

       044-LER-APOLGAR.
           READ APOLGAR INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLGAR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLGAR - FS: "
                      WRK-FS-APOLGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       034-MOVER-DADOS-TAB-GAR.
           ADD 1 TO WRK-TAB-GAR-QTDE.
           MOVE APOLICE-COD-CLIENTE
           TO TAB-GAR-COD-CLIENTE(WRK-TAB-GAR-QTDE).
           MOVE APOLICE-COD-PRODUTO
           TO TAB-GAR-COD-PRODUTO(WRK-TAB-GAR-QTDE).
           MOVE WRK-APOLICE-REGISTRO
           TO TAB-GAR-DADOS(WRK-TAB-GAR-QTDE).
           PERFORM 044-LER-APOLGAR.

      *CARREGA AS INDICACOES DE CORRETOR. SEM O ARQUIVO, NENHUMA
      *APOLICE RECEBE CORRETOR NESTE RUN.
       018B-CARREGAR-VENDCOR.
           OPEN INPUT   VENDCOR.
           IF WRK-FS-VENDCOR = "35"
              MOVE ZEROS TO WRK-TAB-COR-QTDE
           ELSE
              IF WRK-FS-VENDCOR NOT = ZEROS
                 DISPLAY "ERRO ABERTURA VENDCOR - FS: "
                         WRK-FS-VENDCOR
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-VENDCOR
              PERFORM 036-MOVER-DADOS-TAB-COR
                UNTIL WRK-FS-VENDCOR = "10"
              CLOSE VENDCOR
           END-IF.

       047-LER-VENDCOR.
           READ VENDCOR INTO WRK-VENDCOR-REGISTRO.
           IF WRK-FS-VENDCOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA VENDCOR - FS: "
                      WRK-FS-VENDCOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       036-MOVER-DADOS-TAB-COR.
           ADD 1 TO WRK-TAB-COR-QTDE.
           MOVE VENDCOR-COD-CLIENTE
           TO TAB-COR-COD-CLIENTE(WRK-TAB-COR-QTDE).
           MOVE VENDCOR-COD-PRODUTO
           TO TAB-COR-COD-PRODUTO(WRK-TAB-COR-QTDE).
           MOVE VENDCOR-COD-CORRETOR
           TO TAB-COR-COD-CORRETOR(WRK-TAB-COR-QTDE).
           PERFORM 047-LER-VENDCOR.

      *APOLICE SEM CORRETOR RECEBE O CORRETOR INDICADO NO VENDCOR.
      *O CORRETOR JA GRAVADO NO MESTRE NAO E TROCADO.
       037-BUSCAR-CORRETOR.
           IF APOLICE-COD-CORRETOR = ZEROS
              SET IDX-COR TO 1
              SEARCH TAB-COR-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-COR-COD-CLIENTE(IDX-COR) =
                       APOLICE-COD-CLIENTE
                       AND TAB-COR-COD-PRODUTO(IDX-COR) =
                           APOLICE-COD-PRODUTO
                      MOVE TAB-COR-COD-CORRETOR(IDX-COR)
                        TO APOLICE-COD-CORRETOR
              END-SEARCH
           END-IF.
           IF APOLICE-COD-CORRETOR NOT = ZEROS
              ADD 1 TO WRK-CONT-APOL-CORRETOR
           END-IF.

      *APOLICE NOVA DE GARANTIA ESTENDIDA TOMA AS DATAS E O PREMIO
      *DA VENDA (A COBERTURA COMECA APOS A GARANTIA DE FABRICA E O
      *PREMIO JA FOI PAGO NO CAIXA).
       035-BUSCAR-APOLGAR.
           SET IDX-GAR TO 1.
           SEARCH TAB-GAR-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-GAR-COD-CLIENTE(IDX-GAR) =
                    APOLICE-COD-CLIENTE
                    AND TAB-GAR-COD-PRODUTO(IDX-GAR) =
                        APOLICE-COD-PRODUTO
                   MOVE TAB-GAR-DADOS(IDX-GAR)
                     TO WRK-APOLICE-REGISTRO
           END-SEARCH.

      *VERIFICA SE A APOLICE CORRENTE FOI APONTADA PARA LAPSO POR
      *FALTA DE PAGAMENTO DO PREMIO.
       019-VERIFICAR-LAPSO-PREMIO.
                    CLISEGU-COD-CLIENTE
                    AND TAB-APOL-COD-PRODUTO(IDX-APOL) =
                        CLISEGU-COD-PRODUTO
                   IF NOT TAB-APOL-CRIADA-NO-RUN(IDX-APOL)
                      MOVE "S" TO TAB-APOL-CONFIRMADA(IDX-APOL)
                   END-IF
           END-SEARCH.
           PERFORM 041-LER-CLISEGU.

           MOVE WRK-DATA-SIS-NUM      TO APOLICE-DATA-EFETIVA.
           MOVE WRK-DATA-UM-ANO       TO APOLICE-DATA-VENCTO.
           MOVE CLISEGU-VALOR-PRODUTO TO APOLICE-PREMIO.
           MOVE ZEROS                 TO APOLICE-COD-CORRETOR.
           PERFORM 035-BUSCAR-APOLGAR.
           PERFORM 037-BUSCAR-CORRETOR.
           PERFORM 043-GRAVAR-APOLHOJE.
           ADD 1 TO WRK-CONT-APOL-NOVAS.

      *TAMBEM ENTRA NO MESTRE EM MEMORIA, MARCADA COMO CRIADA NESTE
      *RUN, PARA NAO CRIAR APOLICE EM DUPLICATA PARA AS DEMAIS
      *LINHAS DO MESMO TITULAR/PRODUTO NEM SER REGRAVADA NO
      *ENCERRAMENTO DO MESTRE.
           ADD 1 TO WRK-TAB-APOL-QTDE.
           MOVE APOLICE-COD-CLIENTE
           TO TAB-APOL-COD-CLIENTE(WRK-TAB-APOL-QTDE).
           TO TAB-APOL-COD-PRODUTO(WRK-TAB-APOL-QTDE).
           MOVE WRK-APOLICE-REGISTRO
           TO TAB-APOL-DADOS(WRK-TAB-APOL-QTDE).
           MOVE "C" TO TAB-APOL-CONFIRMADA(WRK-TAB-APOL-QTDE).

           PERFORM 033-VERIFICAR-RENOVACAO.


       056-TRATAR-APOLICE-ANT.
           MOVE TAB-APOL-DADOS(IDX-APOL) TO WRK-APOLICE-REGISTRO.
           IF TAB-APOL-CRIADA-NO-RUN(IDX-APOL)
      *       APOLICE CRIADA NESTE RUN - JA GRAVADA E AVALIADA
              CONTINUE
           ELSE
                       END-IF
                       ADD 1 TO WRK-CONT-LAPSOS-PREMIO
                    ELSE
                       PERFORM 037-BUSCAR-CORRETOR
                       PERFORM 043-GRAVAR-APOLHOJE
                       ADD 1 TO WRK-CONT-APOL-MANTIDAS
                       IF APOLICE-DATA-VENCTO <=
                   WRK-CONT-AVISOS-SUPR.
           DISPLAY "Quantidade de Lapsos por Premio......: "
                   WRK-CONT-LAPSOS-PREMIO.
           DISPLAY "Quantidade de Apolices com Corretor..: "
                   WRK-CONT-APOL-CORRETOR.
           PERFORM 052-FECHAR-ARQUIVOS.

       052-FECHAR-ARQUIVOS.

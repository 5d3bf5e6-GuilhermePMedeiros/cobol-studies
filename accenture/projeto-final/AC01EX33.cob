       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX33.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX33
      *VERIFICACAO DA PRECIFICACAO DAS VENDAS DO DIA - RODADA APOS
      *O AC00EX10.
      *REPRECIFICA CADA LINHA DO DIA (COMPROD CASADO COM COMPRA)
      *PELA SUBROTINA CALCPRECO, A MESMA CHAMADA PELO AC00EX10,
      *AC00EX13, AC00EX45 E AC00EX59, E CONFRONTA O BRUTO, O
      *LIQUIDO E O IMPOSTO RECALCULADOS COM OS GRAVADOS EM BOLCHE E
      *DEBCRE. A LINHA GRAVADA E ACHADA PELA COMPRA, PELO NOME DO
      *PRODUTO E PELA QUANTIDADE (BOLCHE/DEBCRE NAO TEM O CODIGO DO
      *PRODUTO). A GARANTIA ESTENDIDA (PRODGAR, OPCIONAL) E
      *PRECIFICADA COMO NO AC00EX10: PERCENTUAL SOBRE O PRECO
      *UNITARIO DO APARELHO DA LINHA ANTERIOR DA COMPRA.
      *O RELATORIO PRCREL LISTA UMA LINHA POR VALOR DIVERGENTE E AS
      *LINHAS GRAVADAS SEM LINHA NO COMPROD. OS DESCONTOS QUE O
      *AC00EX10 APLICA DEPOIS DA CALCPRECO (CESTA, FUNCIONARIO E
      *ASSINATURA) APARECEM COMO DIVERGENCIA SO NO LIQUIDO E NO
      *IMPOSTO. LINHAS DO COMPROD QUE NAO ESTAO EM BOLCHE/DEBCRE
      *(OUTROS TIPOS DE PAGAMENTO, REJEITADAS OU RETIDAS) SAO SO
      *CONTADAS. RC 4 QUANDO HA DIVERGENCIA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

       SELECT COMPROD  ASSIGN    TO COMPROD
                      FILE STATUS    IS WRK-FS-COMPROD.

       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *VENDAS DO DIA GRAVADAS PELO AC00EX10
       SELECT BOLCHE   ASSIGN    TO BOLCHE
                      FILE STATUS    IS WRK-FS-BOLCHE.

       SELECT DEBCRE   ASSIGN    TO DEBCRE
                      FILE STATUS    IS WRK-FS-DEBCRE.

      *CADASTRO DA GARANTIA ESTENDIDA (OPCIONAL)
       SELECT PRODGAR   ASSIGN   TO PRODGAR
                      FILE STATUS    IS WRK-FS-PRODGAR.

      *RELATORIO DA VERIFICACAO
       SELECT PRCREL   ASSIGN    TO PRCREL
                      FILE STATUS    IS WRK-FS-PRCREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  COMPROD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPROD-REGISTRO     PIC X(013).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  BOLCHE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BOLCHE-REGISTRO      PIC X(059).

       FD  DEBCRE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBCRE-REGISTRO      PIC X(059).

       FD  PRODGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODGAR-REGISTRO     PIC X(014).

       FD  PRCREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRCREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPROD        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-BOLCHE         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBCRE         PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRCREL         PIC X(002) VALUE SPACES.

      *LAYOUT DE COMPRA - MESMO EXTRATO LIDO PELO AC00EX10
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC  9(005).
           05 COMPRA-TIPO-PAGTO     PIC  X(008).
           05 COMPRA-COD-CLIENTE    PIC  9(003).
           05 COMPRA-DATA           PIC  9(008).
           05 COMPRA-COD-VENDEDOR   PIC  9(003).
           05 COMPRA-COD-LOJA       PIC  9(003).
           05 COMPRA-NUM-VALE       PIC  9(008).

       01  WRK-COMPROD-REGISTRO.
           05 COMPROD-COD-COMPRA    PIC  9(005).
           05 COMPROD-COD-PRODUTO   PIC  9(005).
           05 COMPROD-QUANTIDADE    PIC  9(003).

       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO   PIC  9(005).
           05 PRODUTO-NOME          PIC  X(010).
           05 PRODUTO-VALOR         PIC  9(009)V99.

      *LAYOUT DE BOLCHE E DEBCRE - MESMO DO AC00EX10
       01  WRK-GRV-REGISTRO.
           05 GRV-COD-COMPRA        PIC 9(005).
           05 GRV-NOME-PRODUTO      PIC X(010).
           05 GRV-TIPO-PAGTO        PIC X(008).
           05 GRV-VALOR             PIC 9(009)V99.
           05 GRV-QUANTIDADE        PIC 9(003).
           05 GRV-VALOR-LIQUIDO     PIC 9(009)V99.
           05 GRV-VALOR-IMPOSTO     PIC 9(009)V99.

      *LAYOUT DE PRODGAR - MESMO DO AC00EX10
       01  WRK-PRODGAR-REGISTRO.
           05 PRODGAR-COD-PRODUTO   PIC  9(005).
           05 PRODGAR-TIPO          PIC  X(001).
           05 PRODGAR-PERCENTUAL    PIC  9(003)V99.
           05 PRODGAR-MESES         PIC  9(003).

      *LINHAS GRAVADAS EM BOLCHE (B) E DEBCRE (D), NA ORDEM DOS
      *ARQUIVOS. A LINHA CONFERIDA NAO E CASADA DE NOVO.
       01  WRK-TAB-GRV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-GRV-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-GRV-QTDE
               INDEXED BY IDX-GRV.
           05 TAB-GRV-ARQUIVO       PIC X(001).
           05 TAB-GRV-COD-COMPRA    PIC 9(005).
           05 TAB-GRV-NOME-PRODUTO  PIC X(010).
           05 TAB-GRV-QUANTIDADE    PIC 9(003).
           05 TAB-GRV-VALOR         PIC 9(009)V99.
           05 TAB-GRV-VALOR-LIQUIDO PIC 9(009)V99.
           05 TAB-GRV-VALOR-IMPOSTO PIC 9(009)V99.
           05 TAB-GRV-SW-CONFERIDA  PIC 9(001).
               88 TAB-GRV-CONFERIDA    VALUE 1.
               88 TAB-GRV-PENDENTE     VALUE 0.

       01  WRK-GRV-ARQUIVO          PIC X(001) VALUE SPACES.

      *CADASTRO DA GARANTIA ESTENDIDA EM MEMORIA
       01  WRK-TAB-GAR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-GAR-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-GAR-QTDE
               INDEXED BY IDX-GAR.
           05 TAB-GAR-COD-PRODUTO   PIC 9(005).
           05 TAB-GAR-TIPO          PIC X(001).
               88 TAB-GAR-E-GARANTIA     VALUE "G".
               88 TAB-GAR-E-APARELHO     VALUE "A".
           05 TAB-GAR-PERCENTUAL    PIC 9(003)V99.

      *APOIO A BUSCA NO CADASTRO DA GARANTIA ESTENDIDA
       01  WRK-GAR-COD-BUSCA        PIC 9(005) VALUE ZEROS.
       01  WRK-GAR-PERCENTUAL       PIC 9(003)V99 VALUE ZEROS.
       01  WRK-SW-GAR-ENCONTRADO    PIC 9(001) VALUE ZEROS.
           88 GAR-ENCONTRADO           VALUE 1.

      *LINHA ANTERIOR PRECIFICADA, BASE DA GARANTIA ESTENDIDA
       01  WRK-LINHA-ANTERIOR.
           05 WRK-ANT-COD-COMPRA    PIC 9(005) VALUE ZEROS.
           05 WRK-ANT-COD-PRODUTO   PIC 9(005) VALUE ZEROS.
           05 WRK-ANT-QUANTIDADE    PIC 9(003) VALUE ZEROS.
           05 WRK-ANT-VALOR-UNIT    PIC 9(009)V99 VALUE ZEROS.

       01  WRK-SW-GRV               PIC 9(001) VALUE ZEROS.
           88 GRV-ENCONTRADA           VALUE 1.
           88 GRV-AUSENTE              VALUE 0.

       01  WRK-SW-DIVERGENCIA       PIC 9(001) VALUE ZEROS.
           88 LINHA-DIVERGENTE         VALUE 1.
           88 LINHA-CONFERE            VALUE 0.

      *VALORES DO CAMPO EM CONFRONTO NA LINHA DE DETALHE
       01  WRK-CAMPO-CONFRONTO      PIC X(008) VALUE SPACES.
       01  WRK-VALOR-GRAVADO        PIC 9(009)V99 VALUE ZEROS.
       01  WRK-VALOR-RECALCULADO    PIC 9(009)V99 VALUE ZEROS.

      *AREA DE CHAMADA DA SUBROTINA CALCPRECO - MESMO LAYOUT DA
      *LINKAGE DA SUBROTINA
       01  PRC-AREA-CHAMADA.
      *    ENTRADA
           05 PRC-COD-PRODUTO         PIC 9(005).
           05 PRC-VALOR-CADASTRO      PIC 9(009)V99.
           05 PRC-QUANTIDADE          PIC 9(003).
           05 PRC-DATA                PIC 9(008).
           05 PRC-COD-LOJA            PIC 9(003).
           05 PRC-TIPO-PAGTO          PIC X(008).
           05 PRC-SW-PRECO            PIC X(001).
              88 PRC-PRECO-VIGENTE       VALUE "V".
              88 PRC-PRECO-INFORMADO     VALUE "I".
           05 PRC-SW-DESCONTO         PIC X(001).
              88 PRC-DESCONTO-PARMDESC   VALUE "P".
              88 PRC-DESCONTO-INFORMADO  VALUE "I".
           05 PRC-PCT-DESCONTO-INF    PIC 9(003)V99.
           05 PRC-SW-PROMO            PIC X(001).
              88 PRC-COM-PROMO           VALUE "S".
              88 PRC-SEM-PROMO           VALUE "N".
      *    SAIDA
           05 PRC-VALOR-UNITARIO      PIC 9(009)V99.
           05 PRC-VALOR-BRUTO         PIC 9(009)V99.
           05 PRC-PCT-DESCONTO        PIC 9(003)V99.
           05 PRC-VALOR-DESCONTO      PIC 9(009)V99.
           05 PRC-VALOR-PROMOCAO      PIC 9(009)V99.
           05 PRC-VALOR-LIQUIDO       PIC 9(009)V99.
           05 PRC-ALIQUOTA            PIC 9(003)V99.
           05 PRC-VALOR-IMPOSTO       PIC 9(009)V99.
           05 PRC-ORIGEM-PRECO        PIC X(001).
              88 PRC-ORIGEM-CADASTRO     VALUE "C".
              88 PRC-ORIGEM-HISTORICO    VALUE "H".
              88 PRC-ORIGEM-ZONA         VALUE "Z".
              88 PRC-ORIGEM-INFORMADO    VALUE "I".
           05 PRC-SW-PESAVEL          PIC X(001).
              88 PRC-PESAVEL             VALUE "S".
              88 PRC-UNIDADE-INTEIRA     VALUE "N".
           05 PRC-QTD-PROMO           PIC 9(001).
           05 PRC-PROMO-APLICADA OCCURS 5 TIMES
                                      INDEXED BY IDX-PRC-PROMO.
              10 PRC-PROMO-SEQ        PIC 9(004).
              10 PRC-PROMO-PCT        PIC 9(003)V99.
              10 PRC-PROMO-LIQ-APOS   PIC 9(009)V99.
           05 PRC-RETORNO             PIC 9(002).
              88 PRC-RETORNO-OK          VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

      *LINHAS DO RELATORIO PRCREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(050) VALUE
              "VERIFICACAO DA PRECIFICACAO BOLCHE/DEBCRE - RUN DE".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(019) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(040) VALUE
              "COMPRA PRODUTO    QTD A CAMPO".
           05 FILLER                PIC X(040) VALUE
              "GRAVADO    RECALCULADO      DIFERENCA".

       01  WRK-LINHA-DETALHE.
           05 DET-COMPRA            PIC ZZZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-PRODUTO           PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-QUANTIDADE        PIC ZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-ARQUIVO           PIC X(001).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-CAMPO             PIC X(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-GRAVADO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-RECALCULADO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-DIFERENCA         PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(003) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO         PIC X(050).
           05 TOT-QTD               PIC ZZZ.ZZ9.
           05 FILLER                PIC X(023) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-COMPROD      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-BOLCHE       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DEBCRE       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-IGNORADAS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-SEM-PRODUTO        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CONFERIDAS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DIVERGENTES        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-NAO-GRAVADAS       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-SEM-COMPROD        PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX33-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-COMPROD = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX33 INICIADO - VERIFICACAO DE PRECOS"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-BOLCHE.
           PERFORM 014-CARREGAR-DEBCRE.
           PERFORM 015-CARREGAR-PRODGAR.
           PERFORM 041-LER-COMPRA.
           PERFORM 042-LER-COMPROD.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    COMPROD.
           IF WRK-FS-COMPROD NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PRCREL.
           IF WRK-FS-PRCREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRCREL - FS: " WRK-FS-PRCREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE WRK-DE-DIA TO CAB1-DIA.
           MOVE WRK-DE-MES TO CAB1-MES.
           MOVE WRK-DE-ANO TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.
           MOVE WRK-LINHA-TRACO TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.
           MOVE WRK-LINHA-CAB2  TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.
           MOVE WRK-LINHA-TRACO TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.

       013-CARREGAR-BOLCHE.
           OPEN INPUT   BOLCHE.
           IF WRK-FS-BOLCHE NOT = ZEROS
              DISPLAY "ERRO ABERTURA BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE "B" TO WRK-GRV-ARQUIVO.
           PERFORM 043-LER-BOLCHE.
           PERFORM 031-GUARDAR-BOLCHE
             UNTIL WRK-FS-BOLCHE = "10".
           CLOSE BOLCHE.
           IF WRK-FS-BOLCHE NOT = "00"
              DISPLAY "ERRO CLOSE BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       014-CARREGAR-DEBCRE.
           OPEN INPUT   DEBCRE.
           IF WRK-FS-DEBCRE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE "D" TO WRK-GRV-ARQUIVO.
           PERFORM 044-LER-DEBCRE.
           PERFORM 032-GUARDAR-DEBCRE
             UNTIL WRK-FS-DEBCRE = "10".
           CLOSE DEBCRE.
           IF WRK-FS-DEBCRE NOT = "00"
              DISPLAY "ERRO CLOSE DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O CADASTRO DA GARANTIA ESTENDIDA. SEM O ARQUIVO,
      *NENHUMA LINHA E PRECIFICADA COMO GARANTIA.
       015-CARREGAR-PRODGAR.
           OPEN INPUT   PRODGAR.
           IF WRK-FS-PRODGAR = "35"
              MOVE ZEROS TO WRK-TAB-GAR-QTDE
           ELSE
              IF WRK-FS-PRODGAR NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODGAR - FS: "
                         WRK-FS-PRODGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-PRODGAR
              PERFORM 033-MOVER-DADOS-TAB-GAR
                UNTIL WRK-FS-PRODGAR = "10"
              CLOSE PRODGAR
              IF WRK-FS-PRODGAR NOT = "00"
                 DISPLAY "ERRO CLOSE PRODGAR - FS: " WRK-FS-PRODGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *MERGE DE COMPROD COM COMPRA (MESMA ORDEM DO AC00EX10).
       020-PROCESSAR.
           EVALUATE TRUE
               WHEN COMPROD-COD-COMPRA = COMPRA-COD-COMPRA
                   PERFORM 021-CONFERIR-LINHA
                   PERFORM 042-LER-COMPROD
               WHEN COMPROD-COD-COMPRA > COMPRA-COD-COMPRA
                   PERFORM 041-LER-COMPRA
               WHEN OTHER
                   ADD 1 TO WRK-CONT-IGNORADAS
                   PERFORM 042-LER-COMPROD
           END-EVALUATE.

       021-CONFERIR-LINHA.
           MOVE COMPROD-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   ADD 1 TO WRK-CONT-SEM-PRODUTO
               NOT INVALID KEY
                   PERFORM 022-PRECIFICAR-LINHA
           END-READ.

      *REPRECIFICA A LINHA COMO O AC00EX10 E PROCURA A LINHA
      *GRAVADA CORRESPONDENTE AINDA NAO CONFERIDA.
       022-PRECIFICAR-LINHA.
           MOVE PRODUTO-COD-PRODUTO  TO PRC-COD-PRODUTO.
           MOVE PRODUTO-VALOR        TO PRC-VALOR-CADASTRO.
           MOVE COMPROD-QUANTIDADE   TO PRC-QUANTIDADE.
           MOVE COMPRA-DATA          TO PRC-DATA.
           MOVE COMPRA-COD-LOJA      TO PRC-COD-LOJA.
           MOVE COMPRA-TIPO-PAGTO    TO PRC-TIPO-PAGTO.
           SET PRC-PRECO-VIGENTE     TO TRUE.
           SET PRC-DESCONTO-PARMDESC TO TRUE.
           SET PRC-COM-PROMO         TO TRUE.
           PERFORM 023-VERIFICAR-GARANTIA.

           CALL 'CALCPRECO' USING PRC-AREA-CHAMADA.
           IF NOT PRC-RETORNO-OK
              DISPLAY "ERRO NA SUBROTINA CALCPRECO - RETORNO: "
                      PRC-RETORNO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE COMPROD-COD-COMPRA   TO WRK-ANT-COD-COMPRA.
           MOVE COMPROD-COD-PRODUTO  TO WRK-ANT-COD-PRODUTO.
           MOVE COMPROD-QUANTIDADE   TO WRK-ANT-QUANTIDADE.
           MOVE PRC-VALOR-UNITARIO   TO WRK-ANT-VALOR-UNIT.

           PERFORM 024-BUSCAR-LINHA-GRAVADA.
           IF GRV-ENCONTRADA
              SET TAB-GRV-CONFERIDA(IDX-GRV) TO TRUE
              ADD 1 TO WRK-CONT-CONFERIDAS
              PERFORM 025-COMPARAR-VALORES
           ELSE
              ADD 1 TO WRK-CONT-NAO-GRAVADAS
           END-IF.

      *LINHA DE GARANTIA ESTENDIDA (TIPO G) LOGO APOS UM APARELHO
      *ELEGIVEL (TIPO A) DA MESMA COMPRA, COM PELO MENOS A MESMA
      *QUANTIDADE: PRECO INFORMADO DE PERCENTUAL SOBRE O PRECO
      *UNITARIO DO APARELHO.
       023-VERIFICAR-GARANTIA.
           MOVE COMPROD-COD-PRODUTO TO WRK-GAR-COD-BUSCA.
           PERFORM 026-BUSCAR-PRODGAR.
           IF GAR-ENCONTRADO AND TAB-GAR-E-GARANTIA(IDX-GAR)
              AND WRK-ANT-COD-COMPRA = COMPROD-COD-COMPRA
              AND WRK-ANT-QUANTIDADE NOT < COMPROD-QUANTIDADE
              MOVE TAB-GAR-PERCENTUAL(IDX-GAR) TO WRK-GAR-PERCENTUAL
              MOVE WRK-ANT-COD-PRODUTO TO WRK-GAR-COD-BUSCA
              PERFORM 026-BUSCAR-PRODGAR
              IF GAR-ENCONTRADO AND TAB-GAR-E-APARELHO(IDX-GAR)
                 SET PRC-PRECO-INFORMADO TO TRUE
                 COMPUTE PRC-VALOR-CADASTRO ROUNDED =
                         WRK-ANT-VALOR-UNIT * WRK-GAR-PERCENTUAL / 100
              END-IF
           END-IF.

       024-BUSCAR-LINHA-GRAVADA.
           SET GRV-AUSENTE TO TRUE.
           IF WRK-TAB-GRV-QTDE > ZEROS
              SET IDX-GRV TO 1
              SEARCH TAB-GRV-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-GRV-COD-COMPRA(IDX-GRV) =
                       COMPROD-COD-COMPRA
                   AND TAB-GRV-NOME-PRODUTO(IDX-GRV) = PRODUTO-NOME
                   AND TAB-GRV-QUANTIDADE(IDX-GRV) =
                       COMPROD-QUANTIDADE
                   AND TAB-GRV-PENDENTE(IDX-GRV)
                      SET GRV-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.

      *UMA LINHA DE DETALHE POR VALOR DIVERGENTE DA LINHA.
       025-COMPARAR-VALORES.
           SET LINHA-CONFERE TO TRUE.
           IF TAB-GRV-VALOR(IDX-GRV) NOT = PRC-VALOR-BRUTO
              MOVE "BRUTO"                TO WRK-CAMPO-CONFRONTO
              MOVE TAB-GRV-VALOR(IDX-GRV) TO WRK-VALOR-GRAVADO
              MOVE PRC-VALOR-BRUTO        TO WRK-VALOR-RECALCULADO
              PERFORM 061-GRAVAR-DETALHE
              SET LINHA-DIVERGENTE TO TRUE
           END-IF.
           IF TAB-GRV-VALOR-LIQUIDO(IDX-GRV) NOT = PRC-VALOR-LIQUIDO
              MOVE "LIQUIDO"              TO WRK-CAMPO-CONFRONTO
              MOVE TAB-GRV-VALOR-LIQUIDO(IDX-GRV)
                TO WRK-VALOR-GRAVADO
              MOVE PRC-VALOR-LIQUIDO      TO WRK-VALOR-RECALCULADO
              PERFORM 061-GRAVAR-DETALHE
              SET LINHA-DIVERGENTE TO TRUE
           END-IF.
           IF TAB-GRV-VALOR-IMPOSTO(IDX-GRV) NOT = PRC-VALOR-IMPOSTO
              MOVE "IMPOSTO"              TO WRK-CAMPO-CONFRONTO
              MOVE TAB-GRV-VALOR-IMPOSTO(IDX-GRV)
                TO WRK-VALOR-GRAVADO
              MOVE PRC-VALOR-IMPOSTO      TO WRK-VALOR-RECALCULADO
              PERFORM 061-GRAVAR-DETALHE
              SET LINHA-DIVERGENTE TO TRUE
           END-IF.
           IF LINHA-DIVERGENTE
              ADD 1 TO WRK-CONT-DIVERGENTES
           END-IF.

       026-BUSCAR-PRODGAR.
           MOVE ZEROS TO WRK-SW-GAR-ENCONTRADO.
           IF WRK-TAB-GAR-QTDE > ZEROS
              SET IDX-GAR TO 1
              SEARCH TAB-GAR-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-GAR-COD-PRODUTO(IDX-GAR) = WRK-GAR-COD-BUSCA
                      SET GAR-ENCONTRADO TO TRUE
              END-SEARCH
           END-IF.

       031-GUARDAR-BOLCHE.
           PERFORM 034-INCLUIR-TAB-GRV.
           PERFORM 043-LER-BOLCHE.

       032-GUARDAR-DEBCRE.
           PERFORM 034-INCLUIR-TAB-GRV.
           PERFORM 044-LER-DEBCRE.

       033-MOVER-DADOS-TAB-GAR.
           IF WRK-TAB-GAR-QTDE = 500
              DISPLAY "TABELA DO PRODGAR EXCEDIDA - 500 PRODUTOS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-GAR-QTDE.
           MOVE PRODGAR-COD-PRODUTO
           TO TAB-GAR-COD-PRODUTO(WRK-TAB-GAR-QTDE).
           MOVE PRODGAR-TIPO
           TO TAB-GAR-TIPO(WRK-TAB-GAR-QTDE).
           MOVE PRODGAR-PERCENTUAL
           TO TAB-GAR-PERCENTUAL(WRK-TAB-GAR-QTDE).
           PERFORM 045-LER-PRODGAR.

       034-INCLUIR-TAB-GRV.
           IF WRK-TAB-GRV-QTDE = 9999
              DISPLAY "TABELA DE LINHAS GRAVADAS EXCEDIDA - 9999 "
                      "LINHAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-GRV-QTDE.
           SET IDX-GRV TO WRK-TAB-GRV-QTDE.
           MOVE WRK-GRV-ARQUIVO    TO TAB-GRV-ARQUIVO(IDX-GRV).
           MOVE GRV-COD-COMPRA     TO TAB-GRV-COD-COMPRA(IDX-GRV).
           MOVE GRV-NOME-PRODUTO   TO TAB-GRV-NOME-PRODUTO(IDX-GRV).
           MOVE GRV-QUANTIDADE     TO TAB-GRV-QUANTIDADE(IDX-GRV).
           MOVE GRV-VALOR          TO TAB-GRV-VALOR(IDX-GRV).
           MOVE GRV-VALOR-LIQUIDO  TO TAB-GRV-VALOR-LIQUIDO(IDX-GRV).
           MOVE GRV-VALOR-IMPOSTO  TO TAB-GRV-VALOR-IMPOSTO(IDX-GRV).
           SET TAB-GRV-PENDENTE(IDX-GRV) TO TRUE.

       041-LER-COMPRA.
           READ COMPRA    INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPRA = "10"
              MOVE 99998 TO COMPRA-COD-COMPRA
           END-IF.

       042-LER-COMPROD.
           READ COMPROD    INTO WRK-COMPROD-REGISTRO.
           IF WRK-FS-COMPROD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPROD = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMPROD
           END-IF.

       043-LER-BOLCHE.
           READ BOLCHE    INTO WRK-GRV-REGISTRO.
           IF WRK-FS-BOLCHE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BOLCHE = "00"
                ADD 1 TO WRK-CONT-LIDOS-BOLCHE
           END-IF.

       044-LER-DEBCRE.
           READ DEBCRE    INTO WRK-GRV-REGISTRO.
           IF WRK-FS-DEBCRE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DEBCRE = "00"
                ADD 1 TO WRK-CONT-LIDOS-DEBCRE
           END-IF.

       045-LER-PRODGAR.
           READ PRODGAR    INTO WRK-PRODGAR-REGISTRO.
           IF WRK-FS-PRODGAR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODGAR - FS: " WRK-FS-PRODGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 053-LISTAR-SEM-COMPROD
             VARYING IDX-GRV FROM 1 BY 1
               UNTIL IDX-GRV > WRK-TAB-GRV-QTDE.
           PERFORM 054-GRAVAR-TOTAIS-PRCREL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-DIVERGENTES > ZEROS
              OR WRK-CONT-SEM-COMPROD > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Linhas Lidas COMPROD.....: "
                   WRK-CONT-LIDOS-COMPROD.
           DISPLAY "Quantidade de Linhas Lidas BOLCHE......: "
                   WRK-CONT-LIDOS-BOLCHE.
           DISPLAY "Quantidade de Linhas Lidas DEBCRE......: "
                   WRK-CONT-LIDOS-DEBCRE.
           DISPLAY "Quantidade de Linhas Conferidas........: "
                   WRK-CONT-CONFERIDAS.
           DISPLAY "Quantidade de Linhas Divergentes.......: "
                   WRK-CONT-DIVERGENTES.
           DISPLAY "Quantidade de Linhas Sem COMPROD.......: "
                   WRK-CONT-SEM-COMPROD.
           DISPLAY "Quantidade de Linhas Nao Gravadas......: "
                   WRK-CONT-NAO-GRAVADAS.
           DISPLAY "Quantidade de Linhas Sem Produto.......: "
                   WRK-CONT-SEM-PRODUTO.
           DISPLAY "Quantidade de Linhas Ignoradas.........: "
                   WRK-CONT-IGNORADAS.

       052-FECHAR-ARQUIVOS.
           CLOSE COMPRA.
           IF WRK-FS-COMPRA NOT = "00"
              DISPLAY "ERRO CLOSE COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMPROD.
           IF WRK-FS-COMPROD NOT = "00"
              DISPLAY "ERRO CLOSE COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PRCREL.
           IF WRK-FS-PRCREL NOT = "00"
              DISPLAY "ERRO CLOSE PRCREL - FS: " WRK-FS-PRCREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LINHA GRAVADA QUE NENHUMA LINHA DO COMPROD REPRECIFICOU.
       053-LISTAR-SEM-COMPROD.
           IF TAB-GRV-PENDENTE(IDX-GRV)
              ADD 1 TO WRK-CONT-SEM-COMPROD
              MOVE "SEM ITEM"             TO WRK-CAMPO-CONFRONTO
              MOVE TAB-GRV-VALOR-LIQUIDO(IDX-GRV)
                TO WRK-VALOR-GRAVADO
              MOVE ZEROS                  TO WRK-VALOR-RECALCULADO
              PERFORM 061-GRAVAR-DETALHE
           END-IF.

      *RESUMO DO RUN NO FINAL DO RELATORIO.
       054-GRAVAR-TOTAIS-PRCREL.
           MOVE WRK-LINHA-TRACO TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.
           MOVE "LINHAS DE BOLCHE/DEBCRE CONFERIDAS"  TO TOT-DESCRICAO.
           MOVE WRK-CONT-CONFERIDAS                   TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "LINHAS COM VALOR DIVERGENTE"         TO TOT-DESCRICAO.
           MOVE WRK-CONT-DIVERGENTES                  TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "LINHAS GRAVADAS SEM LINHA NO COMPROD"
                                                      TO TOT-DESCRICAO.
           MOVE WRK-CONT-SEM-COMPROD                  TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "LINHAS DO COMPROD FORA DE BOLCHE/DEBCRE"
                                                      TO TOT-DESCRICAO.
           MOVE WRK-CONT-NAO-GRAVADAS                 TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "LINHAS COM PRODUTO NAO CADASTRADO"   TO TOT-DESCRICAO.
           MOVE WRK-CONT-SEM-PRODUTO                  TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.

       061-GRAVAR-DETALHE.
           MOVE TAB-GRV-COD-COMPRA(IDX-GRV)   TO DET-COMPRA.
           MOVE TAB-GRV-NOME-PRODUTO(IDX-GRV) TO DET-PRODUTO.
           MOVE TAB-GRV-QUANTIDADE(IDX-GRV)   TO DET-QUANTIDADE.
           MOVE TAB-GRV-ARQUIVO(IDX-GRV)      TO DET-ARQUIVO.
           MOVE WRK-CAMPO-CONFRONTO           TO DET-CAMPO.
           MOVE WRK-VALOR-GRAVADO             TO DET-GRAVADO.
           MOVE WRK-VALOR-RECALCULADO         TO DET-RECALCULADO.
           COMPUTE DET-DIFERENCA =
                   WRK-VALOR-GRAVADO - WRK-VALOR-RECALCULADO.
           MOVE WRK-LINHA-DETALHE TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.

       063-ESCREVER-PRCREL.
           WRITE FD-PRCREL-REGISTRO.
           IF WRK-FS-PRCREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PRCREL - FS: " WRK-FS-PRCREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       066-GRAVAR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO FD-PRCREL-REGISTRO.
           PERFORM 063-ESCREVER-PRCREL.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX33".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

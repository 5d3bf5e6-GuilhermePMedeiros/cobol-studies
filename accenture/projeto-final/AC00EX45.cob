      *PROGRAMA AC00EX45
      *SIMULACAO DE MUDANCA DOS DESCONTOS POR TIPO DE PAGAMENTO.
      *REPROCESSA O MESMO MOVIMENTO DE COMPRA/COMPROD DO DIA,
      *PRECIFICANDO CADA LINHA DUAS VEZES PELA SUBROTINA CALCPRECO:
      *COM O PARMDESC VIGENTE E COM O PERCENTUAL DO PARMDESC2
      *PROPOSTO PELO COMERCIAL INFORMADO A ROTINA. GRAVA EM
      *SIMULREL O COMPARATIVO LADO A LADO DOS TOTAIS LIQUIDOS POR
      *TIPO DE PAGAMENTO E GERAL, SEM TOCAR NENHUMA SAIDA DE
      *PRODUCAO NEM O CHECKPOINT DO AC00EX10.
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

       SELECT PARMDESC2 ASSIGN   TO PARMDESC2
                      FILE STATUS    IS WRK-FS-PARMDESC2.

           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  PARMDESC2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPROD        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMDESC2      PIC X(002) VALUE SPACES.
           05 WRK-FS-SIMULREL       PIC X(002) VALUE SPACES.

           05 SIMULREL-DIFERENCA    PIC S9(011)V99.
           05 FILLER                PIC  X(001) VALUE SPACES.

      *TABELA DO CONJUNTO DE DESCONTO PROPOSTO - O VIGENTE E O
      *PARMDESC CARREGADO PELA PROPRIA CALCPRECO
       01  WRK-TAB-DESC2-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-DESC2-REGISTRO OCCURS 1 TO 20 TIMES
           05 TAB-SIMUL-LIQ-ATUAL   PIC 9(011)V99.
           05 TAB-SIMUL-LIQ-PROP    PIC 9(011)V99.

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

       01  WRK-AUXILIARES.
           03 AUX-VALOR-BRUTO        PIC 9(009)V99.
           03 AUX-LIQ-ATUAL          PIC 9(009)V99.
           03 AUX-LIQ-PROPOSTO       PIC 9(009)V99.
           03 AUX-PCT-PROPOSTO       PIC 9(003)V99.

       01  WRK-TOT-GERAL-ATUAL      PIC 9(011)V99 VALUE ZEROS.
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O CONJUNTO DE DESCONTO PROPOSTO, OBRIGATORIO NA
      *SIMULACAO. O VIGENTE (PARMDESC) E CARREGADO PELA CALCPRECO.
       015-CARREGAR-DESCONTOS.
           OPEN INPUT   PARMDESC2.
           IF WRK-FS-PARMDESC2 NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMDESC2 - FS: "
                   PERFORM 031-PRECIFICAR-DUAS-VEZES
           END-READ.

      *A LINHA E PRECIFICADA PELA CALCPRECO COMO NA VENDA (PRECO
      *VIGENTE, ZONA, PESAVEL E PROMOCOES), UMA VEZ COM O DESCONTO
      *DO PARMDESC E OUTRA COM O PERCENTUAL PROPOSTO INFORMADO.
       031-PRECIFICAR-DUAS-VEZES.
           SET PRC-DESCONTO-PARMDESC TO TRUE.
           PERFORM 032-CHAMAR-CALCPRECO.
           MOVE PRC-VALOR-BRUTO   TO AUX-VALOR-BRUTO.
           MOVE PRC-VALOR-LIQUIDO TO AUX-LIQ-ATUAL.

           MOVE ZEROS TO AUX-PCT-PROPOSTO.
           SET IDX-DESC2 TO 1.
                   TO AUX-PCT-PROPOSTO
           END-SEARCH.

           SET PRC-DESCONTO-INFORMADO TO TRUE.
           MOVE AUX-PCT-PROPOSTO TO PRC-PCT-DESCONTO-INF.
           PERFORM 032-CHAMAR-CALCPRECO.
           MOVE PRC-VALOR-LIQUIDO TO AUX-LIQ-PROPOSTO.

           ADD AUX-LIQ-ATUAL    TO WRK-TOT-GERAL-ATUAL.
           ADD AUX-LIQ-PROPOSTO TO WRK-TOT-GERAL-PROPOSTO.
                   TO TAB-SIMUL-LIQ-PROP(IDX-SIMUL)
           END-SEARCH.

       032-CHAMAR-CALCPRECO.
           MOVE PRODUTO-COD-PRODUTO  TO PRC-COD-PRODUTO.
           MOVE PRODUTO-VALOR        TO PRC-VALOR-CADASTRO.
           MOVE COMPROD-QUANTIDADE   TO PRC-QUANTIDADE.
           MOVE COMPRA-DATA          TO PRC-DATA.
           MOVE COMPRA-COD-LOJA      TO PRC-COD-LOJA.
           MOVE COMPRA-TIPO-PAGTO    TO PRC-TIPO-PAGTO.
           SET PRC-PRECO-VIGENTE     TO TRUE.
           SET PRC-COM-PROMO         TO TRUE.

           CALL 'CALCPRECO' USING PRC-AREA-CHAMADA.
           IF NOT PRC-RETORNO-OK
              DISPLAY "ERRO NA SUBROTINA CALCPRECO - RETORNO: "
                      PRC-RETORNO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-COMPRA.
           READ COMPRA    INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"

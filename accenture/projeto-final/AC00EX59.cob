      *APURACAO DA MARGEM BRUTA DAS VENDAS. O CADASTRO DE PRODUTO
      *SO TEM O PRECO DE VENDA; O CUSTO DE CADA PRODUTO VEM DO
      *NOVO ARQUIVO PRODCUSTO. O PROGRAMA REPRECIFICA AS LINHAS
      *DO DIA (COMPROD CASADO COM COMPRA) PELA SUBROTINA
      *CALCPRECO, A MESMA PRECIFICACAO COM QUE O AC00EX10 APUROU A
      *RECEITA - PRECO VIGENTE EM COMPRA-DATA (PRODHIST, OU O DA
      *ZONA DE PRECO DA LOJA NO ZONAPRC), DESCONTO DO TIPO DE
      *PAGAMENTO (PARMDESC), PROMOCAO VIGENTE (PARMPROMO) E A
      *CONVENCAO DO PRODUTO PESAVEL (PARMUM, QUANTIDADE EM
      *CENTESIMOS - RECEITA E CUSTO DIVIDIDOS POR 100) - E
      *CONFRONTA COM O CUSTO,
      *DE MODO QUE A MARGEM JA SAI LIQUIDA DOS DESCONTOS E DAS
      *PROMOCOES. LINHA DE KIT (KITBOM) E CUSTEADA PELA SOMA DOS
      *CUSTOS DOS COMPONENTES, JA QUE O KIT EM SI NAO TEM CUSTO
       SELECT PRODCUSTO ASSIGN   TO PRODCUSTO
                      FILE STATUS    IS WRK-FS-PRODCUSTO.

      *COMPOSICAO DOS KITS - MESMO DO AC00EX10
       SELECT KITBOM   ASSIGN    TO KITBOM
                      FILE STATUS    IS WRK-FS-KITBOM.

       01  FD-PRODCUSTO-REGISTRO   PIC X(016).

       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           05 WRK-FS-COMPROD        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODCUSTO      PIC X(002) VALUE SPACES.
           05 WRK-FS-KITBOM         PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMMARG       PIC X(002) VALUE SPACES.
           05 WRK-FS-MARGPROD       PIC X(002) VALUE SPACES.
           05 PRODCUSTO-COD-PRODUTO PIC  9(005).
           05 PRODCUSTO-CUSTO       PIC  9(009)V99.

      *LAYOUT DE KITBOM - UM COMPONENTE DE UM KIT
       01  WRK-KITBOM-REGISTRO.
           05 KITBOM-COD-KIT        PIC  9(005).
           05 MARGEXC-MARGEM        PIC S9(011)V99.
           05 MARGEXC-PCT-MARGEM    PIC S9(003)V99.

      *COMPOSICAO DOS KITS EM MEMORIA - MESMA TABELA DO AC00EX10
       01  WRK-TAB-KITBOM-QTDE      PIC 9(004) VALUE ZEROS.


      *APOIO DA PRECIFICACAO DA LINHA CORRENTE
       01  WRK-AUXILIARES.
           03 AUX-RESULT-VALOR-LIQUIDO  PIC  9(009)V99.
           03 AUX-CUSTO-UNITARIO        PIC  9(009)V99.
           03 AUX-CUSTO-COMPONENTE      PIC  9(009)V99.
           03 AUX-CUSTO-LINHA           PIC  9(009)V99.

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

       01  WRK-MARGEM                PIC S9(011)V99 VALUE ZEROS.
       01  WRK-PCT-MARGEM            PIC S9(003)V99 VALUE ZEROS.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX59 INICIADO - MARGEM BRUTA"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 019-CARREGAR-TABELA-KITBOM.
           PERFORM 016-CARREGAR-TABELA-CUSTO.
           PERFORM 017-ABRIR-PARMMARG.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   MARGPROD.
           IF WRK-FS-MARGPROD NOT = ZEROS
              DISPLAY "ERRO ABERTURA MARGPROD - FS: " WRK-FS-MARGPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA A COMPOSICAO DOS KITS. SEM O ARQUIVO, NENHUMA
      *LINHA E TRATADA COMO KIT.
       019-CARREGAR-TABELA-KITBOM.
               END-IF
           END-IF.

      *PRECIFICA A LINHA PELA CALCPRECO, COMO NO AC00EX10 (PRECO
      *VIGENTE, DESCONTO, PROMOCAO E A CONVENCAO DO PRODUTO
      *PESAVEL), E CONFRONTA COM O CUSTO DO PRODUTO - OU DOS
      *COMPONENTES, QUANDO E KIT.
       031-APURAR-LINHA.
           PERFORM 080-BUSCAR-PRODUTO.
           IF PRODUTO-COD-PRODUTO = 99999
              CONTINUE
           ELSE
              PERFORM 084-PRECIFICAR-LINHA

              PERFORM 083-CUSTEAR-LINHA

              PERFORM 033-ACUMULAR-LOJA
           END-IF.

      *CHAMA A CALCPRECO PARA A LINHA DO COMPROD, COM O PRECO DO
      *CADASTRO, O DESCONTO DO PARMDESC E A PROMOCAO VIGENTE.
       084-PRECIFICAR-LINHA.
           MOVE PRODUTO-COD-PRODUTO  TO PRC-COD-PRODUTO.
           MOVE PRODUTO-VALOR        TO PRC-VALOR-CADASTRO.
           MOVE COMPROD-QUANTIDADE   TO PRC-QUANTIDADE.
           MOVE COMPRA-DATA          TO PRC-DATA.
           MOVE COMPRA-COD-LOJA      TO PRC-COD-LOJA.
           MOVE COMPRA-TIPO-PAGTO    TO PRC-TIPO-PAGTO.
           SET PRC-PRECO-VIGENTE     TO TRUE.
           SET PRC-DESCONTO-PARMDESC TO TRUE.
           SET PRC-COM-PROMO         TO TRUE.

           CALL 'CALCPRECO' USING PRC-AREA-CHAMADA.
           IF NOT PRC-RETORNO-OK
              DISPLAY "ERRO NA SUBROTINA CALCPRECO - RETORNO: "
                      PRC-RETORNO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE PRC-VALOR-LIQUIDO TO AUX-RESULT-VALOR-LIQUIDO.

      *CUSTO DA LINHA: KIT E CUSTEADO PELA SOMA DOS CUSTOS DOS
      *COMPONENTES DA COMPOSICAO; OS DEMAIS PELO CUSTO PROPRIO DO
              PERFORM 082-BUSCAR-CUSTO
           END-IF.

           IF PRC-PESAVEL
              COMPUTE AUX-CUSTO-LINHA ROUNDED =
                  AUX-CUSTO-UNITARIO * COMPROD-QUANTIDADE / 100
           ELSE
                   MOVE 99999 TO PRODUTO-COD-PRODUTO
           END-READ.

      *CUSTO UNITARIO DO PRODUTO - ZERO (E AVISO NO CONSOLE)
      *QUANDO O PRODUTO NAO TEM CUSTO CADASTRADO.
       082-BUSCAR-CUSTO.
              MOVE 99998 TO COMPRA-COD-COMPRA
           END-IF.

       050-FINALIZAR.
           PERFORM 055-GERAR-MARGPROD.
           PERFORM 057-GERAR-MARGLOJA.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE MARGPROD.
           IF WRK-FS-MARGPROD NOT = "00"
              DISPLAY "ERRO CLOSE MARGPROD - FS: " WRK-FS-MARGPROD

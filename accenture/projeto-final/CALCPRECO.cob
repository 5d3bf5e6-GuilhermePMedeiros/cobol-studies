       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           CALCPRECO.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *SUBROTINA CALCPRECO
      *PRECIFICACAO UNICA DA LINHA DE VENDA, CHAMADA PELA VENDA
      *(AC00EX10), PELA DEVOLUCAO (AC00EX13), PELA SIMULACAO DE
      *DESCONTO (AC00EX45), PELA MARGEM (AC00EX59), PELAS
      *ETIQUETAS DE GONDOLA (AC01EX02) E PELA CONFERENCIA DE
      *PRECIFICACAO (AC01EX33), PARA QUE TODOS
      *APUREM A LINHA PELA MESMA REGRA:
      *1. PRECO UNITARIO: O DO CADASTRO RECEBIDO, SUBSTITUIDO PELO
      *   PRECO VIGENTE NA DATA (PRODHIST, A ULTIMA VIGENCIA ATE A
      *   DATA PREVALECE) E ESTE PELO PRECO DA ZONA DA LOJA
      *   VIGENTE NA DATA (LOJA E ZONAPRC). PRECO INFORMADO PELO
      *   CHAMADOR (GARANTIA ESTENDIDA) NAO PASSA POR ESSA BUSCA;
      *2. VALOR BRUTO: PRECO X QUANTIDADE; PRODUTO PESAVEL (PARMUM
      *   COM UNIDADE DIFERENTE DE UN) TEM A QUANTIDADE EM
      *   CENTESIMOS E O VALOR E DIVIDIDO POR 100, ARREDONDADO;
      *3. DESCONTO DO TIPO DE PAGAMENTO (PARMDESC), OU O
      *   PERCENTUAL INFORMADO PELO CHAMADOR (SIMULACAO);
      *4. PROMOCOES DO PRODUTO VIGENTES NA DATA (PARMPROMO), EM
      *   CASCATA SOBRE O LIQUIDO, SALVO QUANDO O CHAMADOR PEDE A
      *   LINHA SEM PROMOCAO (PROMOCAO DE CESTA QUE A SUBSTITUI);
      *5. IMPOSTO SOBRE O LIQUIDO PELA ALIQUOTA DO PRODUTO
      *   (PARMTAXA, ZERO SEM ALIQUOTA CADASTRADA).
      *DEVOLVE O PRECO UNITARIO, OS VALORES BRUTO, DE DESCONTO, DE
      *PROMOCAO, LIQUIDO E DE IMPOSTO E A REGRA APLICADA - ORIGEM
      *DO PRECO, PRODUTO PESAVEL E AS PROMOCOES APLICADAS (POSICAO
      *NO PARMPROMO, PERCENTUAL E LIQUIDO APOS CADA UMA).
      *OS PARAMETROS SAO CARREGADOS NA PRIMEIRA CHAMADA. PARMDESC E
      *OBRIGATORIO E NAO PODE ESTAR VAZIO; OS DEMAIS SAO OPCIONAIS.
      *ERRO NOS PARAMETROS VOLTA COM PRC-RETORNO 12 E O CHAMADOR
      *ENCERRA COM ABEND.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT PARMDESC ASSIGN    TO PARMDESC
                      FILE STATUS    IS WRK-FS-PARMDESC.

       SELECT PRODHIST  ASSIGN   TO PRODHIST
                      FILE STATUS    IS WRK-FS-PRODHIST.

       SELECT PARMPROMO ASSIGN   TO PARMPROMO
                      FILE STATUS    IS WRK-FS-PARMPROMO.

      *UNIDADES DE MEDIDA DOS PRODUTOS PESAVEIS
       SELECT PARMUM   ASSIGN    TO PARMUM
                      FILE STATUS    IS WRK-FS-PARMUM.

      *ALIQUOTA DE IMPOSTO POR PRODUTO
       SELECT PARMTAXA  ASSIGN   TO PARMTAXA
                      FILE STATUS    IS WRK-FS-PARMTAXA.

      *CADASTRO DE LOJAS - SO A ZONA DE PRECO DA LOJA INTERESSA
       SELECT LOJA      ASSIGN   TO LOJA
                      FILE STATUS    IS WRK-FS-LOJA.

      *TABELA DE PRECOS POR ZONA
       SELECT ZONAPRC   ASSIGN   TO ZONAPRC
                      FILE STATUS    IS WRK-FS-ZONAPRC.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMDESC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDESC-REGISTRO    PIC X(013).

       FD  PRODHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODHIST-REGISTRO    PIC X(024).

       FD  PARMPROMO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPROMO-REGISTRO   PIC X(026).

       FD  PARMUM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMUM-REGISTRO      PIC X(007).

       FD  PARMTAXA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMTAXA-REGISTRO    PIC X(010).

       FD  LOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJA-REGISTRO        PIC X(025).

       FD  ZONAPRC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ZONAPRC-REGISTRO     PIC X(034).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMDESC       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODHIST       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPROMO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMUM         PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMTAXA       PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJA           PIC X(002) VALUE SPACES.
           05 WRK-FS-ZONAPRC        PIC X(002) VALUE SPACES.

      *INDICA SE OS PARAMETROS JA FORAM CARREGADOS
       01  WRK-SW-CARGA             PIC 9(001) VALUE ZEROS.
           88 TABELAS-CARREGADAS       VALUE 1.

      *LAYOUT DE PARMDESC - MESMO PARAMETRO DO AC00EX10
       01  WRK-PARMDESC-REGISTRO.
           05 PARMDESC-TIPO-PAGTO   PIC  X(008).
           05 PARMDESC-PERCENTUAL   PIC  9(003)V99.

      *LAYOUT DE PRODHIST - PRECO EFETIVADO COM DATA DE VIGENCIA
       01  WRK-PRODHIST-REGISTRO.
           05 PRODHIST-COD-PRODUTO  PIC  9(005).
           05 PRODHIST-DATA-VIGENCIA PIC 9(008).
           05 PRODHIST-VALOR        PIC  9(009)V99.

      *LAYOUT DE PARMPROMO - PROMOCAO DE PRODUTO COM VIGENCIA
       01  WRK-PARMPROMO-REGISTRO.
           05 PARMPROMO-COD-PRODUTO PIC  9(005).
           05 PARMPROMO-DATA-INICIAL PIC 9(008).
           05 PARMPROMO-DATA-FINAL  PIC  9(008).
           05 PARMPROMO-PERCENTUAL  PIC  9(003)V99.

      *LAYOUT DE PARMUM - UNIDADE DE MEDIDA DE UM PRODUTO
       01  WRK-PARMUM-REGISTRO.
           05 PARMUM-COD-PRODUTO    PIC  9(005).
           05 PARMUM-UNIDADE        PIC  X(002).

      *LAYOUT DE PARMTAXA - ALIQUOTA DE IMPOSTO POR PRODUTO
       01  WRK-PARMTAXA-REGISTRO.
           05 PARMTAXA-COD-PRODUTO  PIC  9(005).
           05 PARMTAXA-ALIQUOTA     PIC  9(003)V99.

      *LAYOUT DE LOJA - MESMO CADASTRO DO AC00EX10
       01  WRK-LOJA-REGISTRO.
           05 LOJA-COD-LOJA         PIC  9(003).
           05 LOJA-NOME             PIC  X(020).
           05 LOJA-ZONA-PRECO       PIC  9(002).

      *LAYOUT DE ZONAPRC - PRECO DO PRODUTO NA ZONA, VIGENTE DE
      *DATA-INICIO ATE DATA-FIM (DATA-FIM ZERADA = SEM TERMINO)
       01  WRK-ZONAPRC-REGISTRO.
           05 ZONAPRC-ZONA          PIC  9(002).
           05 ZONAPRC-COD-PRODUTO   PIC  9(005).
           05 ZONAPRC-VALOR         PIC  9(009)V99.
           05 ZONAPRC-DATA-INICIO   PIC  9(008).
           05 ZONAPRC-DATA-FIM      PIC  9(008).

      *TABELAS DE PARAMETROS EM MEMORIA
       01  WRK-TAB-PARMDESC-QTDE    PIC 9(004) VALUE ZEROS.

       01  TAB-PARMDESC-REGISTRO OCCURS 1 TO 20 TIMES
               DEPENDING ON WRK-TAB-PARMDESC-QTDE
               INDEXED BY IDX-PARMDESC.
           05 TAB-PARMDESC-TIPO-PAGTO   PIC X(008).
           05 TAB-PARMDESC-PERCENTUAL   PIC 9(003)V99.

       01  WRK-TAB-PRODHIST-QTDE    PIC 9(004) VALUE ZEROS.

       01  TAB-PRODHIST-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-PRODHIST-QTDE
               INDEXED BY IDX-PRODHIST.
           05 TAB-PRODHIST-COD-PRODUTO   PIC 9(005).
           05 TAB-PRODHIST-DATA-VIGENCIA PIC 9(008).
           05 TAB-PRODHIST-VALOR         PIC 9(009)V99.

       01  WRK-TAB-PARMPROMO-QTDE   PIC 9(004) VALUE ZEROS.

       01  TAB-PARMPROMO-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-PARMPROMO-QTDE
               INDEXED BY IDX-PARMPROMO.
           05 TAB-PARMPROMO-COD-PRODUTO  PIC 9(005).
           05 TAB-PARMPROMO-DATA-INICIAL PIC 9(008).
           05 TAB-PARMPROMO-DATA-FINAL   PIC 9(008).
           05 TAB-PARMPROMO-PERCENTUAL   PIC 9(003)V99.

       01  WRK-TAB-UM-QTDE          PIC 9(004) VALUE ZEROS.

       01  TAB-UM-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-UM-QTDE
               INDEXED BY IDX-UM.
           05 TAB-UM-COD-PRODUTO    PIC 9(005).
           05 TAB-UM-UNIDADE        PIC X(002).

       01  WRK-TAB-PARMTAXA-QTDE    PIC 9(004) VALUE ZEROS.

       01  TAB-PARMTAXA-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-PARMTAXA-QTDE
               INDEXED BY IDX-PARMTAXA.
           05 TAB-PARMTAXA-COD-PRODUTO PIC 9(005).
           05 TAB-PARMTAXA-ALIQUOTA    PIC 9(003)V99.

      *ZONA DE PRECO DE CADA LOJA
       01  WRK-TAB-LZN-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-LZN-REGISTRO OCCURS 1 TO 20 TIMES
               DEPENDING ON WRK-TAB-LZN-QTDE
               INDEXED BY IDX-LZN.
           05 TAB-LZN-COD-LOJA        PIC 9(003).
           05 TAB-LZN-ZONA            PIC 9(002).

      *TABELA DE PRECOS POR ZONA
       01  WRK-TAB-ZPR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ZPR-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-ZPR-QTDE
               INDEXED BY IDX-ZPR.
           05 TAB-ZPR-ZONA            PIC 9(002).
           05 TAB-ZPR-COD-PRODUTO     PIC 9(005).
           05 TAB-ZPR-VALOR           PIC 9(009)V99.
           05 TAB-ZPR-DATA-INICIO     PIC 9(008).
           05 TAB-ZPR-DATA-FIM        PIC 9(008).

      *ZONA DE PRECO DA LOJA DA LINHA (00 = PRECO BASE)
       01  WRK-ZONA-PRECO           PIC 9(002) VALUE ZEROS.

      *LIQUIDO DA LINHA ANTES DAS PROMOCOES
       01  WRK-LIQ-ANTES-PROMO      PIC 9(009)V99 VALUE ZEROS.

       LINKAGE               SECTION.

      *AREA DE CHAMADA DA CALCPRECO - O MESMO LAYOUT EM TODOS OS
      *CHAMADORES
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

       PROCEDURE             DIVISION USING PRC-AREA-CHAMADA.

       000-CALCPRECO-APP.
           MOVE ZEROS TO PRC-RETORNO.
           IF NOT TABELAS-CARREGADAS
              PERFORM 010-INICIALIZAR
           END-IF.
           PERFORM 020-PRECIFICAR.
           GOBACK.

       010-INICIALIZAR.
           PERFORM 013-CARREGAR-TABELA-PARMDESC.
           PERFORM 014-CARREGAR-TABELA-PRODHIST.
           PERFORM 015-CARREGAR-TABELA-PARMPROMO.
           PERFORM 016-CARREGAR-TABELA-PARMUM.
           PERFORM 017-CARREGAR-TABELA-PARMTAXA.
           PERFORM 018-CARREGAR-TABELA-LOJA.
           PERFORM 019-CARREGAR-TABELA-ZONAPRC.
           SET TABELAS-CARREGADAS TO TRUE.

      *CARREGA OS DESCONTOS POR TIPO DE PAGAMENTO. O PARAMETRO E
      *OBRIGATORIO E NAO PODE ESTAR VAZIO.
       013-CARREGAR-TABELA-PARMDESC.
           OPEN INPUT   PARMDESC.
           IF WRK-FS-PARMDESC NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMDESC - FS: " WRK-FS-PARMDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 041-LER-PARMDESC.
           IF WRK-FS-PARMDESC = "10"
              DISPLAY "ARQUIVO PARMDESC VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 031-MOVER-DADOS-TAB-PARMDESC
             UNTIL WRK-FS-PARMDESC = "10".

           CLOSE PARMDESC.
           IF WRK-FS-PARMDESC NOT = "00"
              DISPLAY "ERRO CLOSE PARMDESC - FS: " WRK-FS-PARMDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O HISTORICO DE PRECOS. SEM O ARQUIVO, O PRECO DO
      *CADASTRO E USADO.
       014-CARREGAR-TABELA-PRODHIST.
           OPEN INPUT   PRODHIST.
           IF WRK-FS-PRODHIST = "35"
              MOVE ZEROS TO WRK-TAB-PRODHIST-QTDE
           ELSE
              IF WRK-FS-PRODHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODHIST - FS: "
                         WRK-FS-PRODHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 042-LER-PRODHIST
              PERFORM 032-MOVER-DADOS-TAB-PRODHIST
                UNTIL WRK-FS-PRODHIST = "10"

              CLOSE PRODHIST
              IF WRK-FS-PRODHIST NOT = "00"
                 DISPLAY "ERRO CLOSE PRODHIST - FS: " WRK-FS-PRODHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA AS PROMOCOES. SEM O ARQUIVO, NENHUMA PROMOCAO.
       015-CARREGAR-TABELA-PARMPROMO.
           OPEN INPUT   PARMPROMO.
           IF WRK-FS-PARMPROMO = "35"
              MOVE ZEROS TO WRK-TAB-PARMPROMO-QTDE
           ELSE
              IF WRK-FS-PARMPROMO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMPROMO - FS: "
                         WRK-FS-PARMPROMO
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-PARMPROMO
              PERFORM 033-MOVER-DADOS-TAB-PARMPROMO
                UNTIL WRK-FS-PARMPROMO = "10"

              CLOSE PARMPROMO
              IF WRK-FS-PARMPROMO NOT = "00"
                 DISPLAY "ERRO CLOSE PARMPROMO - FS: "
                         WRK-FS-PARMPROMO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA AS UNIDADES DE MEDIDA. SEM O ARQUIVO, TODO PRODUTO
      *E VENDIDO EM UNIDADE INTEIRA.
       016-CARREGAR-TABELA-PARMUM.
           OPEN INPUT   PARMUM.
           IF WRK-FS-PARMUM = "35"
              MOVE ZEROS TO WRK-TAB-UM-QTDE
           ELSE
              IF WRK-FS-PARMUM NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMUM - FS: " WRK-FS-PARMUM
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 044-LER-PARMUM
              PERFORM 034-MOVER-DADOS-TAB-UM
                UNTIL WRK-FS-PARMUM = "10"

              CLOSE PARMUM
              IF WRK-FS-PARMUM NOT = "00"
                 DISPLAY "ERRO CLOSE PARMUM - FS: " WRK-FS-PARMUM
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA AS ALIQUOTAS DE IMPOSTO. SEM O ARQUIVO, TODA LINHA
      *SAI COM IMPOSTO ZERO.
       017-CARREGAR-TABELA-PARMTAXA.
           OPEN INPUT   PARMTAXA.
           IF WRK-FS-PARMTAXA = "35"
              MOVE ZEROS TO WRK-TAB-PARMTAXA-QTDE
           ELSE
              IF WRK-FS-PARMTAXA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMTAXA - FS: "
                         WRK-FS-PARMTAXA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 045-LER-PARMTAXA
              PERFORM 035-MOVER-DADOS-TAB-PARMTAXA
                UNTIL WRK-FS-PARMTAXA = "10"

              CLOSE PARMTAXA
              IF WRK-FS-PARMTAXA NOT = "00"
                 DISPLAY "ERRO CLOSE PARMTAXA - FS: " WRK-FS-PARMTAXA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA A ZONA DE PRECO DAS LOJAS. SEM O CADASTRO, TODAS AS
      *LOJAS FICAM NA ZONA 00 (PRECO BASE).
       018-CARREGAR-TABELA-LOJA.
           OPEN INPUT   LOJA.
           IF WRK-FS-LOJA = "35"
              MOVE ZEROS TO WRK-TAB-LZN-QTDE
           ELSE
              IF WRK-FS-LOJA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LOJA - FS: " WRK-FS-LOJA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 046-LER-LOJA
              PERFORM 036-MOVER-DADOS-TAB-LZN
                UNTIL WRK-FS-LOJA = "10"

              CLOSE LOJA
              IF WRK-FS-LOJA NOT = "00"
                 DISPLAY "ERRO CLOSE LOJA - FS: " WRK-FS-LOJA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA A TABELA DE PRECOS POR ZONA. SEM O ARQUIVO, TODAS AS
      *LOJAS PRATICAM O PRECO BASE.
       019-CARREGAR-TABELA-ZONAPRC.
           OPEN INPUT   ZONAPRC.
           IF WRK-FS-ZONAPRC = "35"
              MOVE ZEROS TO WRK-TAB-ZPR-QTDE
           ELSE
              IF WRK-FS-ZONAPRC NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ZONAPRC - FS: "
                         WRK-FS-ZONAPRC
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 047-LER-ZONAPRC
              PERFORM 037-MOVER-DADOS-TAB-ZPR
                UNTIL WRK-FS-ZONAPRC = "10"

              CLOSE ZONAPRC
              IF WRK-FS-ZONAPRC NOT = "00"
                 DISPLAY "ERRO CLOSE ZONAPRC - FS: " WRK-FS-ZONAPRC
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *PRECIFICA A LINHA RECEBIDA NA AREA DE CHAMADA.
       020-PRECIFICAR.
           MOVE ZEROS TO PRC-VALOR-UNITARIO
                         PRC-VALOR-BRUTO
                         PRC-PCT-DESCONTO
                         PRC-VALOR-DESCONTO
                         PRC-VALOR-PROMOCAO
                         PRC-VALOR-LIQUIDO
                         PRC-ALIQUOTA
                         PRC-VALOR-IMPOSTO
                         PRC-QTD-PROMO.
           PERFORM 021-BUSCAR-PRECO-VIGENTE.
           PERFORM 023-CALCULAR-VALOR-BRUTO.
           PERFORM 024-CALCULAR-DESCONTO.

           MOVE PRC-VALOR-LIQUIDO TO WRK-LIQ-ANTES-PROMO.
           IF NOT PRC-SEM-PROMO
              PERFORM 025-APLICAR-PROMO
                VARYING IDX-PARMPROMO FROM 1 BY 1
                  UNTIL IDX-PARMPROMO > WRK-TAB-PARMPROMO-QTDE
           END-IF.
           COMPUTE PRC-VALOR-PROMOCAO =
                   WRK-LIQ-ANTES-PROMO - PRC-VALOR-LIQUIDO.

           PERFORM 026-CALCULAR-IMPOSTO.

      *PRECO UNITARIO: O INFORMADO PELO CHAMADOR FICA COMO ESTA; O
      *DO CADASTRO E SUBSTITUIDO PELO PRECO VIGENTE NA DATA DA
      *LINHA NO HISTORICO (A ULTIMA VIGENCIA ATE A DATA PREVALECE)
      *E ESTE PELO PRECO DA ZONA DA LOJA (022).
       021-BUSCAR-PRECO-VIGENTE.
           MOVE PRC-VALOR-CADASTRO TO PRC-VALOR-UNITARIO.
           IF PRC-PRECO-INFORMADO
              SET PRC-ORIGEM-INFORMADO TO TRUE
           ELSE
              SET PRC-ORIGEM-CADASTRO TO TRUE
              PERFORM 021A-VERIFICAR-PRODHIST
                VARYING IDX-PRODHIST FROM 1 BY 1
                  UNTIL IDX-PRODHIST > WRK-TAB-PRODHIST-QTDE
              PERFORM 022-BUSCAR-PRECO-ZONA
           END-IF.

       021A-VERIFICAR-PRODHIST.
           IF TAB-PRODHIST-COD-PRODUTO(IDX-PRODHIST) = PRC-COD-PRODUTO
              AND TAB-PRODHIST-DATA-VIGENCIA(IDX-PRODHIST)
                  <= PRC-DATA
              MOVE TAB-PRODHIST-VALOR(IDX-PRODHIST)
                TO PRC-VALOR-UNITARIO
              SET PRC-ORIGEM-HISTORICO TO TRUE
           END-IF.

      *LOJA NA ZONA 00 OU FORA DO CADASTRO FICA COM O PRECO BASE;
      *SENAO O PRECO DA ZONA VIGENTE NA DATA SUBSTITUI O PRECO BASE
      *(A ULTIMA VIGENCIA DA TABELA PREVALECE).
       022-BUSCAR-PRECO-ZONA.
           MOVE ZEROS TO WRK-ZONA-PRECO.
           SET IDX-LZN TO 1.
           SEARCH TAB-LZN-REGISTRO
               AT END
                   MOVE ZEROS TO WRK-ZONA-PRECO
               WHEN TAB-LZN-COD-LOJA(IDX-LZN) = PRC-COD-LOJA
                   MOVE TAB-LZN-ZONA(IDX-LZN) TO WRK-ZONA-PRECO
           END-SEARCH.

           IF WRK-ZONA-PRECO NOT = ZEROS
              PERFORM 022A-VERIFICAR-PRECO-ZONA
                VARYING IDX-ZPR FROM 1 BY 1
                  UNTIL IDX-ZPR > WRK-TAB-ZPR-QTDE
           END-IF.

       022A-VERIFICAR-PRECO-ZONA.
           IF TAB-ZPR-ZONA(IDX-ZPR) = WRK-ZONA-PRECO
              AND TAB-ZPR-COD-PRODUTO(IDX-ZPR) = PRC-COD-PRODUTO
              AND TAB-ZPR-DATA-INICIO(IDX-ZPR) <= PRC-DATA
              AND (TAB-ZPR-DATA-FIM(IDX-ZPR) = ZEROS
                   OR TAB-ZPR-DATA-FIM(IDX-ZPR) >= PRC-DATA)
              MOVE TAB-ZPR-VALOR(IDX-ZPR) TO PRC-VALOR-UNITARIO
              SET PRC-ORIGEM-ZONA TO TRUE
           END-IF.

      *PRODUTO PESAVEL TEM A QUANTIDADE EM CENTESIMOS DE UNIDADE
      *(150 = 1,50 KG), ENTAO O VALOR E DIVIDIDO POR 100.
       023-CALCULAR-VALOR-BRUTO.
           SET PRC-UNIDADE-INTEIRA TO TRUE.
           SET IDX-UM TO 1.
           SEARCH TAB-UM-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-UM-COD-PRODUTO(IDX-UM) = PRC-COD-PRODUTO
                   IF TAB-UM-UNIDADE(IDX-UM) NOT = "UN"
                      SET PRC-PESAVEL TO TRUE
                   END-IF
           END-SEARCH.

           IF PRC-PESAVEL
              COMPUTE PRC-VALOR-BRUTO ROUNDED =
                  PRC-VALOR-UNITARIO * PRC-QUANTIDADE / 100
           ELSE
              COMPUTE PRC-VALOR-BRUTO =
                  PRC-VALOR-UNITARIO * PRC-QUANTIDADE
           END-IF.

      *DESCONTO DO TIPO DE PAGAMENTO NO PARMDESC (ZERO QUANDO O
      *TIPO NAO ESTA NO PARAMETRO) OU O PERCENTUAL INFORMADO.
       024-CALCULAR-DESCONTO.
           IF PRC-DESCONTO-INFORMADO
              MOVE PRC-PCT-DESCONTO-INF TO PRC-PCT-DESCONTO
           ELSE
              MOVE ZEROS TO PRC-PCT-DESCONTO
              SET IDX-PARMDESC TO 1
              SEARCH TAB-PARMDESC-REGISTRO
                  AT END
                      MOVE ZEROS TO PRC-PCT-DESCONTO
                  WHEN TAB-PARMDESC-TIPO-PAGTO(IDX-PARMDESC) =
                       PRC-TIPO-PAGTO
                      MOVE TAB-PARMDESC-PERCENTUAL(IDX-PARMDESC)
                        TO PRC-PCT-DESCONTO
              END-SEARCH
           END-IF.

           COMPUTE PRC-VALOR-LIQUIDO
           EQUAL
           PRC-VALOR-BRUTO -
           (PRC-VALOR-BRUTO * PRC-PCT-DESCONTO / 100).

           COMPUTE PRC-VALOR-DESCONTO =
                   PRC-VALOR-BRUTO - PRC-VALOR-LIQUIDO.

      *PROMOCAO DO PRODUTO VIGENTE NA DATA, SOBRE O LIQUIDO. AS
      *CINCO PRIMEIRAS PROMOCOES APLICADAS VOLTAM NA AREA DE
      *CHAMADA.
       025-APLICAR-PROMO.
           IF TAB-PARMPROMO-COD-PRODUTO(IDX-PARMPROMO) =
              PRC-COD-PRODUTO
              AND PRC-DATA >=
                  TAB-PARMPROMO-DATA-INICIAL(IDX-PARMPROMO)
              AND PRC-DATA <=
                  TAB-PARMPROMO-DATA-FINAL(IDX-PARMPROMO)
              COMPUTE PRC-VALOR-LIQUIDO
              EQUAL
              PRC-VALOR-LIQUIDO -
              (PRC-VALOR-LIQUIDO *
               TAB-PARMPROMO-PERCENTUAL(IDX-PARMPROMO) / 100)

              IF PRC-QTD-PROMO < 5
                 ADD 1 TO PRC-QTD-PROMO
                 SET IDX-PRC-PROMO TO PRC-QTD-PROMO
                 SET PRC-PROMO-SEQ(IDX-PRC-PROMO) TO IDX-PARMPROMO
                 MOVE TAB-PARMPROMO-PERCENTUAL(IDX-PARMPROMO)
                   TO PRC-PROMO-PCT(IDX-PRC-PROMO)
                 MOVE PRC-VALOR-LIQUIDO
                   TO PRC-PROMO-LIQ-APOS(IDX-PRC-PROMO)
              END-IF
           END-IF.

      *IMPOSTO SOBRE O LIQUIDO PELA ALIQUOTA DO PRODUTO.
       026-CALCULAR-IMPOSTO.
           MOVE ZEROS TO PRC-ALIQUOTA.
           SET IDX-PARMTAXA TO 1.
           SEARCH TAB-PARMTAXA-REGISTRO
               AT END
                   MOVE ZEROS TO PRC-ALIQUOTA
               WHEN TAB-PARMTAXA-COD-PRODUTO(IDX-PARMTAXA) =
                    PRC-COD-PRODUTO
                   MOVE TAB-PARMTAXA-ALIQUOTA(IDX-PARMTAXA)
                     TO PRC-ALIQUOTA
           END-SEARCH.

           COMPUTE PRC-VALOR-IMPOSTO
           EQUAL PRC-VALOR-LIQUIDO * PRC-ALIQUOTA / 100.

       031-MOVER-DADOS-TAB-PARMDESC.
           ADD 1 TO WRK-TAB-PARMDESC-QTDE.
           MOVE PARMDESC-TIPO-PAGTO
           TO TAB-PARMDESC-TIPO-PAGTO(WRK-TAB-PARMDESC-QTDE).
           MOVE PARMDESC-PERCENTUAL
           TO TAB-PARMDESC-PERCENTUAL(WRK-TAB-PARMDESC-QTDE).
           PERFORM 041-LER-PARMDESC.

       032-MOVER-DADOS-TAB-PRODHIST.
           ADD 1 TO WRK-TAB-PRODHIST-QTDE.
           MOVE PRODHIST-COD-PRODUTO
           TO TAB-PRODHIST-COD-PRODUTO(WRK-TAB-PRODHIST-QTDE).
           MOVE PRODHIST-DATA-VIGENCIA
           TO TAB-PRODHIST-DATA-VIGENCIA(WRK-TAB-PRODHIST-QTDE).
           MOVE PRODHIST-VALOR
           TO TAB-PRODHIST-VALOR(WRK-TAB-PRODHIST-QTDE).
           PERFORM 042-LER-PRODHIST.

       033-MOVER-DADOS-TAB-PARMPROMO.
           ADD 1 TO WRK-TAB-PARMPROMO-QTDE.
           MOVE PARMPROMO-COD-PRODUTO
           TO TAB-PARMPROMO-COD-PRODUTO(WRK-TAB-PARMPROMO-QTDE).
           MOVE PARMPROMO-DATA-INICIAL
           TO TAB-PARMPROMO-DATA-INICIAL(WRK-TAB-PARMPROMO-QTDE).
           MOVE PARMPROMO-DATA-FINAL
           TO TAB-PARMPROMO-DATA-FINAL(WRK-TAB-PARMPROMO-QTDE).
           MOVE PARMPROMO-PERCENTUAL
           TO TAB-PARMPROMO-PERCENTUAL(WRK-TAB-PARMPROMO-QTDE).
           PERFORM 043-LER-PARMPROMO.

       034-MOVER-DADOS-TAB-UM.
           ADD 1 TO WRK-TAB-UM-QTDE.
           MOVE PARMUM-COD-PRODUTO
           TO TAB-UM-COD-PRODUTO(WRK-TAB-UM-QTDE).
           MOVE PARMUM-UNIDADE
           TO TAB-UM-UNIDADE(WRK-TAB-UM-QTDE).
           PERFORM 044-LER-PARMUM.

       035-MOVER-DADOS-TAB-PARMTAXA.
           ADD 1 TO WRK-TAB-PARMTAXA-QTDE.
           MOVE PARMTAXA-COD-PRODUTO
           TO TAB-PARMTAXA-COD-PRODUTO(WRK-TAB-PARMTAXA-QTDE).
           MOVE PARMTAXA-ALIQUOTA
           TO TAB-PARMTAXA-ALIQUOTA(WRK-TAB-PARMTAXA-QTDE).
           PERFORM 045-LER-PARMTAXA.

       036-MOVER-DADOS-TAB-LZN.
           ADD 1 TO WRK-TAB-LZN-QTDE.
           MOVE LOJA-COD-LOJA
           TO TAB-LZN-COD-LOJA(WRK-TAB-LZN-QTDE).
           MOVE LOJA-ZONA-PRECO
           TO TAB-LZN-ZONA(WRK-TAB-LZN-QTDE).
           PERFORM 046-LER-LOJA.

       037-MOVER-DADOS-TAB-ZPR.
           ADD 1 TO WRK-TAB-ZPR-QTDE.
           MOVE ZONAPRC-ZONA
           TO TAB-ZPR-ZONA(WRK-TAB-ZPR-QTDE).
           MOVE ZONAPRC-COD-PRODUTO
           TO TAB-ZPR-COD-PRODUTO(WRK-TAB-ZPR-QTDE).
           MOVE ZONAPRC-VALOR
           TO TAB-ZPR-VALOR(WRK-TAB-ZPR-QTDE).
           MOVE ZONAPRC-DATA-INICIO
           TO TAB-ZPR-DATA-INICIO(WRK-TAB-ZPR-QTDE).
           MOVE ZONAPRC-DATA-FIM
           TO TAB-ZPR-DATA-FIM(WRK-TAB-ZPR-QTDE).
           PERFORM 047-LER-ZONAPRC.

       041-LER-PARMDESC.
           READ PARMDESC    INTO WRK-PARMDESC-REGISTRO.
           IF WRK-FS-PARMDESC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMDESC - FS: " WRK-FS-PARMDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-PRODHIST.
           READ PRODHIST    INTO WRK-PRODHIST-REGISTRO.
           IF WRK-FS-PRODHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODHIST - FS: " WRK-FS-PRODHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-PARMPROMO.
           READ PARMPROMO   INTO WRK-PARMPROMO-REGISTRO.
           IF WRK-FS-PARMPROMO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMPROMO - FS: "
                      WRK-FS-PARMPROMO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-PARMUM.
           READ PARMUM      INTO WRK-PARMUM-REGISTRO.
           IF WRK-FS-PARMUM NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMUM - FS: " WRK-FS-PARMUM
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-PARMTAXA.
           READ PARMTAXA    INTO WRK-PARMTAXA-REGISTRO.
           IF WRK-FS-PARMTAXA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMTAXA - FS: " WRK-FS-PARMTAXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-LOJA.
           READ LOJA        INTO WRK-LOJA-REGISTRO.
           IF WRK-FS-LOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-LER-ZONAPRC.
           READ ZONAPRC     INTO WRK-ZONAPRC-REGISTRO.
           IF WRK-FS-ZONAPRC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ZONAPRC - FS: " WRK-FS-ZONAPRC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *ERRO NOS PARAMETROS: DEVOLVE O RETORNO 12 PARA O CHAMADOR
      *ENCERRAR COM ABEND.
       999-ROTINA-ABEND.
           DISPLAY "ABEND DA SUBROTINA - CALCPRECO".
           MOVE 12 TO PRC-RETORNO.
           GOBACK.

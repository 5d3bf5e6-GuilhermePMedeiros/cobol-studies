       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX02.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX02
      *ETIQUETAS DE GONDOLA PARA AS MUDANCAS DE PRECO DE AMANHA.
      *RODA TODO DIA DEPOIS DAS MANUTENCOES DE PRECO (AC00EX11,
      *INTERFACE DO ERP AC00EX55 E PRECOS POR ZONA AC01EX31) E
      *ANTES DA ABERTURA DAS LOJAS:
      *- UM PRODUTO PRECISA DE ETIQUETA NOVA EM TODAS AS LOJAS
      *  QUANDO AMANHA ENTRA UM PRECO NO PRODHIST (VIGENCIA =
      *  AMANHA), COMECA UMA PROMOCAO DO PARMPROMO (DATA INICIAL =
      *  AMANHA) OU TERMINA UMA PROMOCAO (DATA FINAL = HOJE, AMANHA
      *  O PRODUTO JA SAI SEM ELA);
      *- E NAS LOJAS DE UMA ZONA QUANDO AMANHA COMECA UM PRECO DA
      *  ZONA NO ZONAPRC (DATA-INICIO = AMANHA) OU ELE DEIXA DE
      *  VALER (DATA-FIM = HOJE);
      *- O PRECO DE GONDOLA DE UM DIA NA LOJA E O DA SUBROTINA
      *  CALCPRECO - A MESMA REGRA DA VENDA (HISTORICO, ZONA DA
      *  LOJA E PROMOCOES VIGENTES NO DIA), PARA UMA UNIDADE (O
      *  QUILO NO PRODUTO PESAVEL) E SEM DESCONTO DE PAGAMENTO;
      *- GRAVA EM ETIQUETA UMA ETIQUETA POR LOJA E PRODUTO CUJO
      *  PRECO DE GONDOLA DE AMANHA NA LOJA E DIFERENTE DO DE
      *  HOJE, EM ORDEM DE LOJA, COM O NOME DO PRODUTO, O PRECO
      *  ANTERIOR, O PRECO NOVO E O FIM DA PROMOCAO VIGENTE AMANHA;
      *- GRAVA EM ETQCONT A QUANTIDADE DE ETIQUETAS DE CADA LOJA,
      *  PARA O GERENTE SABER QUANTAS TROCAR ANTES DE ABRIR.
      *A CALCPRECO LE OS SEUS PARAMETROS (PARMDESC OBRIGATORIO,
      *PRODHIST, PARMPROMO, PARMUM, PARMTAXA, LOJA E ZONAPRC).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *HISTORICO DE PRECOS COM DATA DE VIGENCIA (AC00EX11/AC00EX55)
       SELECT PRODHIST  ASSIGN    TO PRODHIST
                      FILE STATUS    IS WRK-FS-PRODHIST.

      *PROMOCOES DE PRODUTO COM VIGENCIA (OPCIONAL)
       SELECT PARMPROMO ASSIGN    TO PARMPROMO
                      FILE STATUS    IS WRK-FS-PARMPROMO.

       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *CADASTRO DE LOJAS
       SELECT LOJA      ASSIGN    TO LOJA
                      FILE STATUS    IS WRK-FS-LOJA.

      *TABELA DE PRECOS POR ZONA (AC01EX31, OPCIONAL)
       SELECT ZONAPRC   ASSIGN    TO ZONAPRC
                      FILE STATUS    IS WRK-FS-ZONAPRC.

      *ETIQUETAS A IMPRIMIR, EM ORDEM DE LOJA
       SELECT ETIQUETA  ASSIGN    TO ETIQUETA
                      FILE STATUS    IS WRK-FS-ETIQUETA.

      *QUANTIDADE DE ETIQUETAS POR LOJA
       SELECT ETQCONT   ASSIGN    TO ETQCONT
                      FILE STATUS    IS WRK-FS-ETQCONT.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PRODHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODHIST-REGISTRO     PIC X(024).

       FD  PARMPROMO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPROMO-REGISTRO    PIC X(026).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                PIC X(021).

       FD  LOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJA-REGISTRO         PIC X(025).

       FD  ZONAPRC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ZONAPRC-REGISTRO      PIC X(034).

       FD  ETIQUETA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ETIQUETA-REGISTRO     PIC X(076).

       FD  ETQCONT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ETQCONT-REGISTRO      PIC X(036).

       WORKING-STORAGE       SECTION.

      *STATUS DOS ARQUIVOS
       01  WRK-FILE-STATUS.
           05 WRK-FS-PRODHIST       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPROMO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJA           PIC X(002) VALUE SPACES.
           05 WRK-FS-ZONAPRC        PIC X(002) VALUE SPACES.
           05 WRK-FS-ETIQUETA       PIC X(002) VALUE SPACES.
           05 WRK-FS-ETQCONT        PIC X(002) VALUE SPACES.

      *LAYOUT DE PRODHIST - MESMO GRAVADO PELO AC00EX11/AC00EX55
       01  WRK-PRODHIST-REGISTRO.
           05 PRODHIST-COD-PRODUTO    PIC  9(005).
           05 PRODHIST-DATA-VIGENCIA  PIC  9(008).
           05 PRODHIST-VALOR          PIC  9(009)V99.

      *LAYOUT DE PARMPROMO - PROMOCAO DE PRODUTO COM VIGENCIA
       01  WRK-PARMPROMO-REGISTRO.
           05 PARMPROMO-COD-PRODUTO   PIC  9(005).
           05 PARMPROMO-DATA-INICIAL  PIC  9(008).
           05 PARMPROMO-DATA-FINAL    PIC  9(008).
           05 PARMPROMO-PERCENTUAL    PIC  9(003)V99.

      *LAYOUT DE PRODUTO
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO     PIC  9(005).
           05 PRODUTO-NOME            PIC  X(010).
           05 PRODUTO-VALOR           PIC  9(009)V99.

      *LAYOUT DE LOJA - CADASTRO DE LOJAS
       01  WRK-LOJA-REGISTRO.
           05 LOJA-COD-LOJA           PIC  9(003).
           05 LOJA-NOME               PIC  X(020).
           05 LOJA-ZONA-PRECO         PIC  9(002).

      *LAYOUT DE ZONAPRC - PRECO DO PRODUTO NA ZONA, VIGENTE DE
      *DATA-INICIO ATE DATA-FIM (DATA-FIM ZERADA = SEM TERMINO)
       01  WRK-ZONAPRC-REGISTRO.
           05 ZONAPRC-ZONA            PIC  9(002).
           05 ZONAPRC-COD-PRODUTO     PIC  9(005).
           05 ZONAPRC-VALOR           PIC  9(009)V99.
           05 ZONAPRC-DATA-INICIO     PIC  9(008).
           05 ZONAPRC-DATA-FIM        PIC  9(008).

      *LAYOUT DE ETIQUETA - UMA ETIQUETA DE GONDOLA
       01  WRK-ETIQUETA-REGISTRO.
           05 ETIQUETA-COD-LOJA       PIC  9(003).
           05 ETIQUETA-NOME-LOJA      PIC  X(020).
           05 ETIQUETA-COD-PRODUTO    PIC  9(005).
           05 ETIQUETA-NOME-PRODUTO   PIC  X(010).
           05 ETIQUETA-PRECO-ANTERIOR PIC  9(009)V99.
           05 ETIQUETA-PRECO-NOVO     PIC  9(009)V99.
           05 ETIQUETA-DATA-VIGENCIA  PIC  9(008).
           05 ETIQUETA-DATA-FIM-PROMO PIC  9(008).

      *LAYOUT DE ETQCONT - QUANTIDADE DE ETIQUETAS DA LOJA
       01  WRK-ETQCONT-REGISTRO.
           05 ETQCONT-COD-LOJA        PIC  9(003).
           05 ETQCONT-NOME-LOJA       PIC  X(020).
           05 ETQCONT-DATA-VIGENCIA   PIC  9(008).
           05 ETQCONT-QTD-ETIQUETAS   PIC  9(005).

      *FIM DE CADA PROMOCAO, NA ORDEM DO PARMPROMO - A CALCPRECO
      *DEVOLVE A POSICAO DA PROMOCAO APLICADA
       01  WRK-TAB-FIMPROMO-QTDE    PIC 9(004) VALUE ZEROS.

       01  TAB-FIMPROMO-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-FIMPROMO-QTDE
               INDEXED BY IDX-FIMPROMO.
           05 TAB-FIMPROMO-DATA-FINAL PIC 9(008).

      *TABELA INTERNA DE LOJAS
       01  WRK-TAB-LOJA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-LOJA-REGISTRO OCCURS 1 TO 20 TIMES
               DEPENDING ON WRK-TAB-LOJA-QTDE
               INDEXED BY IDX-LOJA.
           05 TAB-LOJA-COD-LOJA       PIC 9(003).
           05 TAB-LOJA-NOME           PIC X(020).
           05 TAB-LOJA-ZONA           PIC 9(002).

      *PRODUTOS COM EVENTO DE PRECO AMANHA
       01  WRK-TAB-ETQ-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ETQ-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-ETQ-QTDE
               INDEXED BY IDX-ETQ.
           05 TAB-ETQ-COD-PRODUTO     PIC 9(005).
           05 TAB-ETQ-NOME-PRODUTO    PIC X(010).
           05 TAB-ETQ-VALOR-CADASTRO  PIC 9(009)V99.
           05 TAB-ETQ-SW-TODAS        PIC 9(001).
               88 TAB-ETQ-TODAS-LOJAS    VALUE 1.
           05 TAB-ETQ-SW-CADASTRO     PIC 9(001).
               88 TAB-ETQ-CADASTRADO     VALUE 1.

      *ZONAS COM EVENTO DE PRECO AMANHA, POR PRODUTO
       01  WRK-TAB-EZN-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-EZN-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-EZN-QTDE
               INDEXED BY IDX-EZN.
           05 TAB-EZN-COD-PRODUTO     PIC 9(005).
           05 TAB-EZN-ZONA            PIC 9(002).

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

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL - DATA DE AMANHA
       01  WRK-DU-OPERACAO          PIC 9(001) VALUE ZEROS.
       01  WRK-DU-DIA               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-MES               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-ANO               PIC 9(004) VALUE ZEROS.
       01  WRK-DU-QTD-DIAS          PIC S9(005) VALUE ZEROS.
       01  WRK-DU-DIA-SEMANA        PIC 9(001) VALUE ZEROS.
       01  WRK-DU-NOME-DIA          PIC X(013) VALUE SPACES.
       01  WRK-DU-AVALIDA           PIC X(001) VALUE SPACES.
       01  WRK-DU-DATA2             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-DATA-AMANHA          PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-AMANHA-R REDEFINES WRK-DATA-AMANHA.
           05 WRK-AMANHA-ANO        PIC 9(004).
           05 WRK-AMANHA-MES        PIC 9(002).
           05 WRK-AMANHA-DIA        PIC 9(002).

      *APOIO AO CALCULO DO PRECO DE GONDOLA DE UM DIA
       01  WRK-PRECO-COD-PRODUTO    PIC 9(005) VALUE ZEROS.
       01  WRK-PRECO-ZONA           PIC 9(002) VALUE ZEROS.
       01  WRK-PRECO-DATA           PIC 9(008) VALUE ZEROS.
       01  WRK-PRECO-VALOR          PIC 9(009)V99 VALUE ZEROS.
       01  WRK-PRECO-FIM-PROMO      PIC 9(008) VALUE ZEROS.
       01  WRK-PRECO-ANTERIOR       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-PRECO-NOVO           PIC 9(009)V99 VALUE ZEROS.

       01  WRK-SW-LOJA              PIC X(001) VALUE "N".
           88 WRK-LOJA-AFETADA         VALUE "S".
           88 WRK-LOJA-NAO-AFETADA     VALUE "N".

       01  WRK-CONT-ETIQUETAS-LOJA  PIC 9(005) VALUE ZEROS.

       01  WRK-CONTADORES.
           05 WRK-CONT-LIDOS-PRODHIST  PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-LIDOS-PARMPROMO PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-LIDOS-ZONAPRC   PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-PRODUTOS-INEXIST PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-GRAVADOS-ETIQUETA PIC 9(007) VALUE ZEROS.
           05 WRK-CONT-GRAVADOS-ETQCONT PIC 9(005) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX02-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
           VARYING IDX-LOJA FROM 1 BY 1
           UNTIL IDX-LOJA > WRK-TAB-LOJA-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX02 INICIADO - ETIQUETAS DE GONDOLA".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CALCULAR-AMANHA.
           PERFORM 014-SELECIONAR-PRODHIST.
           PERFORM 015-SELECIONAR-PARMPROMO.
           PERFORM 016-CARREGAR-TABELA-LOJA.
           PERFORM 017-SELECIONAR-ZONAPRC.
           PERFORM 021-LER-PRODUTO
           VARYING IDX-ETQ FROM 1 BY 1
           UNTIL IDX-ETQ > WRK-TAB-ETQ-QTDE.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ETIQUETA.
           IF WRK-FS-ETIQUETA NOT = ZEROS
              DISPLAY "ERRO ABERTURA ETIQUETA - FS: " WRK-FS-ETIQUETA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ETQCONT.
           IF WRK-FS-ETQCONT NOT = ZEROS
              DISPLAY "ERRO ABERTURA ETQCONT - FS: " WRK-FS-ETQCONT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-CALCULAR-AMANHA.
           MOVE 2           TO WRK-DU-OPERACAO.
           MOVE WRK-SIS-DIA TO WRK-DU-DIA.
           MOVE WRK-SIS-MES TO WRK-DU-MES.
           MOVE WRK-SIS-ANO TO WRK-DU-ANO.
           MOVE 1           TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.
           MOVE WRK-DU-ANO  TO WRK-AMANHA-ANO.
           MOVE WRK-DU-MES  TO WRK-AMANHA-MES.
           MOVE WRK-DU-DIA  TO WRK-AMANHA-DIA.
           DISPLAY "ETIQUETAS PARA A VIGENCIA DE: " WRK-DATA-AMANHA.

      *PRECOS DO HISTORICO QUE ENTRAM AMANHA. SEM O ARQUIVO, NENHUM.
       014-SELECIONAR-PRODHIST.
           OPEN INPUT    PRODHIST.
           IF WRK-FS-PRODHIST NOT = "35"
              IF WRK-FS-PRODHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODHIST - FS: "
                         WRK-FS-PRODHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-PRODHIST
              PERFORM 018-AVALIAR-PRODHIST
                UNTIL WRK-FS-PRODHIST = "10"

              CLOSE PRODHIST
              IF WRK-FS-PRODHIST NOT = "00"
                 DISPLAY "ERRO CLOSE PRODHIST - FS: " WRK-FS-PRODHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *PROMOCOES QUE COMECAM AMANHA OU TERMINAM HOJE, E O FIM DE
      *CADA PROMOCAO. SEM O ARQUIVO, NENHUMA.
       015-SELECIONAR-PARMPROMO.
           OPEN INPUT    PARMPROMO.
           IF WRK-FS-PARMPROMO NOT = "35"
              IF WRK-FS-PARMPROMO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMPROMO - FS: "
                         WRK-FS-PARMPROMO
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 042-LER-PARMPROMO
              PERFORM 019-AVALIAR-PARMPROMO
                UNTIL WRK-FS-PARMPROMO = "10"

              CLOSE PARMPROMO
              IF WRK-FS-PARMPROMO NOT = "00"
                 DISPLAY "ERRO CLOSE PARMPROMO - FS: "
                         WRK-FS-PARMPROMO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *O CADASTRO DE LOJAS E OBRIGATORIO - SEM ELE NAO HA PARA
      *QUEM IMPRIMIR AS ETIQUETAS.
       016-CARREGAR-TABELA-LOJA.
           OPEN INPUT    LOJA.
           IF WRK-FS-LOJA NOT = ZEROS
              DISPLAY "ERRO ABERTURA LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 043-LER-LOJA.
           IF WRK-FS-LOJA = "10"
              DISPLAY "ARQUIVO LOJA VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 033-MOVER-DADOS-TAB-LOJA
             UNTIL WRK-FS-LOJA = "10".

           CLOSE LOJA.
           IF WRK-FS-LOJA NOT = "00"
              DISPLAY "ERRO CLOSE LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PRECOS DE ZONA QUE COMECAM AMANHA OU TERMINAM HOJE. SEM O
      *ARQUIVO, NENHUM.
       017-SELECIONAR-ZONAPRC.
           OPEN INPUT    ZONAPRC.
           IF WRK-FS-ZONAPRC NOT = "35"
              IF WRK-FS-ZONAPRC NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ZONAPRC - FS: "
                         WRK-FS-ZONAPRC
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 046-LER-ZONAPRC
              PERFORM 025-AVALIAR-ZONAPRC
                UNTIL WRK-FS-ZONAPRC = "10"

              CLOSE ZONAPRC
              IF WRK-FS-ZONAPRC NOT = "00"
                 DISPLAY "ERRO CLOSE ZONAPRC - FS: " WRK-FS-ZONAPRC
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       018-AVALIAR-PRODHIST.
           IF PRODHIST-DATA-VIGENCIA = WRK-DATA-AMANHA
              MOVE PRODHIST-COD-PRODUTO TO WRK-PRECO-COD-PRODUTO
              PERFORM 034-INCLUIR-PRODUTO
              SET TAB-ETQ-TODAS-LOJAS(IDX-ETQ) TO TRUE
           END-IF.
           PERFORM 041-LER-PRODHIST.

       019-AVALIAR-PARMPROMO.
           IF WRK-TAB-FIMPROMO-QTDE = 100
              DISPLAY "TABELA PARMPROMO CHEIA - LIMITE 100"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-FIMPROMO-QTDE.
           SET IDX-FIMPROMO TO WRK-TAB-FIMPROMO-QTDE.
           MOVE PARMPROMO-DATA-FINAL
             TO TAB-FIMPROMO-DATA-FINAL(IDX-FIMPROMO).

           IF PARMPROMO-DATA-INICIAL = WRK-DATA-AMANHA
              OR PARMPROMO-DATA-FINAL = WRK-DATA-SIS
              MOVE PARMPROMO-COD-PRODUTO TO WRK-PRECO-COD-PRODUTO
              PERFORM 034-INCLUIR-PRODUTO
              SET TAB-ETQ-TODAS-LOJAS(IDX-ETQ) TO TRUE
           END-IF.
           PERFORM 042-LER-PARMPROMO.

       020-PROCESSAR.
           MOVE ZEROS TO WRK-CONT-ETIQUETAS-LOJA.
           PERFORM 030-EMITIR-ETIQUETA
           VARYING IDX-ETQ FROM 1 BY 1
           UNTIL IDX-ETQ > WRK-TAB-ETQ-QTDE.

           MOVE TAB-LOJA-COD-LOJA(IDX-LOJA) TO ETQCONT-COD-LOJA.
           MOVE TAB-LOJA-NOME(IDX-LOJA)     TO ETQCONT-NOME-LOJA.
           MOVE WRK-DATA-AMANHA             TO ETQCONT-DATA-VIGENCIA.
           MOVE WRK-CONT-ETIQUETAS-LOJA     TO ETQCONT-QTD-ETIQUETAS.
           PERFORM 045-GRAVAR-ETQCONT.

      *NOME E PRECO DE CADASTRO DO PRODUTO. PRODUTO FORA DO
      *CADASTRO NAO TEM ETIQUETA.
       021-LER-PRODUTO.
           MOVE TAB-ETQ-COD-PRODUTO(IDX-ETQ) TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   ADD 1 TO WRK-CONT-PRODUTOS-INEXIST
               NOT INVALID KEY
                   MOVE PRODUTO-NOME TO TAB-ETQ-NOME-PRODUTO(IDX-ETQ)
                   MOVE PRODUTO-VALOR
                     TO TAB-ETQ-VALOR-CADASTRO(IDX-ETQ)
                   SET TAB-ETQ-CADASTRADO(IDX-ETQ) TO TRUE
           END-READ.

      *PRECO DE GONDOLA DO PRODUTO NA LOJA EM WRK-PRECO-DATA, PELA
      *CALCPRECO: UMA UNIDADE, SEM DESCONTO DE PAGAMENTO, COM AS
      *PROMOCOES DO DIA. PRODUTO PESAVEL TEM A QUANTIDADE EM
      *CENTESIMOS - A GONDOLA MOSTRA O PRECO DE 100 (O QUILO).
       022-CALCULAR-PRECO-GONDOLA.
           MOVE TAB-ETQ-COD-PRODUTO(IDX-ETQ)    TO PRC-COD-PRODUTO.
           MOVE TAB-ETQ-VALOR-CADASTRO(IDX-ETQ) TO PRC-VALOR-CADASTRO.
           MOVE 1                               TO PRC-QUANTIDADE.
           MOVE WRK-PRECO-DATA                  TO PRC-DATA.
           MOVE TAB-LOJA-COD-LOJA(IDX-LOJA)     TO PRC-COD-LOJA.
           MOVE SPACES                          TO PRC-TIPO-PAGTO.
           SET PRC-PRECO-VIGENTE      TO TRUE.
           SET PRC-DESCONTO-INFORMADO TO TRUE.
           MOVE ZEROS                           TO PRC-PCT-DESCONTO-INF.
           SET PRC-COM-PROMO          TO TRUE.
           PERFORM 023-CHAMAR-CALCPRECO.
           IF PRC-PESAVEL
              MOVE 100 TO PRC-QUANTIDADE
              PERFORM 023-CHAMAR-CALCPRECO
           END-IF.

           MOVE PRC-VALOR-LIQUIDO TO WRK-PRECO-VALOR.
           MOVE ZEROS             TO WRK-PRECO-FIM-PROMO.
           PERFORM 024-APURAR-FIM-PROMOCAO
           VARYING IDX-PRC-PROMO FROM 1 BY 1
           UNTIL IDX-PRC-PROMO > PRC-QTD-PROMO.

       023-CHAMAR-CALCPRECO.
           CALL 'CALCPRECO' USING PRC-AREA-CHAMADA.
           IF NOT PRC-RETORNO-OK
              DISPLAY "ERRO NA SUBROTINA CALCPRECO - RETORNO: "
                      PRC-RETORNO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *O FIM DA PROMOCAO NA ETIQUETA E O MAIS PROXIMO ENTRE AS
      *PROMOCOES APLICADAS.
       024-APURAR-FIM-PROMOCAO.
           SET IDX-FIMPROMO TO PRC-PROMO-SEQ(IDX-PRC-PROMO).
           IF WRK-PRECO-FIM-PROMO = ZEROS
              OR TAB-FIMPROMO-DATA-FINAL(IDX-FIMPROMO) <
                 WRK-PRECO-FIM-PROMO
              MOVE TAB-FIMPROMO-DATA-FINAL(IDX-FIMPROMO)
                TO WRK-PRECO-FIM-PROMO
           END-IF.

       025-AVALIAR-ZONAPRC.
           IF ZONAPRC-DATA-INICIO = WRK-DATA-AMANHA
              OR ZONAPRC-DATA-FIM = WRK-DATA-SIS
              MOVE ZONAPRC-COD-PRODUTO TO WRK-PRECO-COD-PRODUTO
              MOVE ZONAPRC-ZONA        TO WRK-PRECO-ZONA
              PERFORM 034-INCLUIR-PRODUTO
              PERFORM 035-INCLUIR-ZONA
           END-IF.
           PERFORM 046-LER-ZONAPRC.

      *O PRODUTO ENTRA NA LOJA QUANDO O EVENTO VALE PARA TODAS OU
      *PARA A ZONA DA LOJA. LOJA SEM ZONA (00) SO TEM O PRECO GERAL.
       026-VERIFICAR-LOJA.
           SET WRK-LOJA-NAO-AFETADA TO TRUE.
           IF TAB-ETQ-CADASTRADO(IDX-ETQ)
              IF TAB-ETQ-TODAS-LOJAS(IDX-ETQ)
                 SET WRK-LOJA-AFETADA TO TRUE
              ELSE
                 IF TAB-LOJA-ZONA(IDX-LOJA) NOT = ZEROS
                    SET IDX-EZN TO 1
                    SEARCH TAB-EZN-REGISTRO
                        AT END
                            CONTINUE
                        WHEN TAB-EZN-COD-PRODUTO(IDX-EZN) =
                             TAB-ETQ-COD-PRODUTO(IDX-ETQ)
                         AND TAB-EZN-ZONA(IDX-EZN) =
                             TAB-LOJA-ZONA(IDX-LOJA)
                            SET WRK-LOJA-AFETADA TO TRUE
                    END-SEARCH
                 END-IF
              END-IF
           END-IF.

      *PRECO DE GONDOLA DE HOJE E DE AMANHA NA LOJA. A ETIQUETA SO
      *SAI QUANDO ELES SAO DIFERENTES.
       030-EMITIR-ETIQUETA.
           PERFORM 026-VERIFICAR-LOJA.
           IF WRK-LOJA-AFETADA
              MOVE WRK-DATA-SIS    TO WRK-PRECO-DATA
              PERFORM 022-CALCULAR-PRECO-GONDOLA
              MOVE WRK-PRECO-VALOR TO WRK-PRECO-ANTERIOR
              MOVE WRK-DATA-AMANHA TO WRK-PRECO-DATA
              PERFORM 022-CALCULAR-PRECO-GONDOLA
              MOVE WRK-PRECO-VALOR TO WRK-PRECO-NOVO
              IF WRK-PRECO-NOVO NOT = WRK-PRECO-ANTERIOR
                 MOVE TAB-LOJA-COD-LOJA(IDX-LOJA) TO ETIQUETA-COD-LOJA
                 MOVE TAB-LOJA-NOME(IDX-LOJA)   TO ETIQUETA-NOME-LOJA
                 MOVE TAB-ETQ-COD-PRODUTO(IDX-ETQ)
                   TO ETIQUETA-COD-PRODUTO
                 MOVE TAB-ETQ-NOME-PRODUTO(IDX-ETQ)
                   TO ETIQUETA-NOME-PRODUTO
                 MOVE WRK-PRECO-ANTERIOR TO ETIQUETA-PRECO-ANTERIOR
                 MOVE WRK-PRECO-NOVO     TO ETIQUETA-PRECO-NOVO
                 MOVE WRK-DATA-AMANHA    TO ETIQUETA-DATA-VIGENCIA
                 MOVE WRK-PRECO-FIM-PROMO
                   TO ETIQUETA-DATA-FIM-PROMO
                 PERFORM 044-GRAVAR-ETIQUETA
                 ADD 1 TO WRK-CONT-ETIQUETAS-LOJA
              END-IF
           END-IF.

       033-MOVER-DADOS-TAB-LOJA.
           IF WRK-TAB-LOJA-QTDE = 20
              DISPLAY "TABELA LOJA CHEIA - LIMITE 20"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-LOJA-QTDE.
           SET IDX-LOJA TO WRK-TAB-LOJA-QTDE.
           MOVE LOJA-COD-LOJA   TO TAB-LOJA-COD-LOJA(IDX-LOJA).
           MOVE LOJA-NOME       TO TAB-LOJA-NOME(IDX-LOJA).
           MOVE LOJA-ZONA-PRECO TO TAB-LOJA-ZONA(IDX-LOJA).
           PERFORM 043-LER-LOJA.

      *INCLUI O PRODUTO NA LISTA, UMA VEZ SO. IDX-ETQ FICA NELE.
       034-INCLUIR-PRODUTO.
           SET IDX-ETQ TO 1.
           SEARCH TAB-ETQ-REGISTRO
               AT END
                   IF WRK-TAB-ETQ-QTDE = 5000
                      DISPLAY "TABELA DE ETIQUETAS CHEIA - LIMITE 5000"
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-TAB-ETQ-QTDE
                   SET IDX-ETQ TO WRK-TAB-ETQ-QTDE
                   MOVE WRK-PRECO-COD-PRODUTO
                     TO TAB-ETQ-COD-PRODUTO(IDX-ETQ)
                   MOVE SPACES TO TAB-ETQ-NOME-PRODUTO(IDX-ETQ)
                   MOVE ZEROS  TO TAB-ETQ-VALOR-CADASTRO(IDX-ETQ)
                                  TAB-ETQ-SW-TODAS(IDX-ETQ)
                                  TAB-ETQ-SW-CADASTRO(IDX-ETQ)
               WHEN TAB-ETQ-COD-PRODUTO(IDX-ETQ) =
                    WRK-PRECO-COD-PRODUTO
                   CONTINUE
           END-SEARCH.

      *INCLUI A ZONA DO EVENTO PARA O PRODUTO, UMA VEZ SO.
       035-INCLUIR-ZONA.
           SET IDX-EZN TO 1.
           SEARCH TAB-EZN-REGISTRO
               AT END
                   IF WRK-TAB-EZN-QTDE = 5000
                      DISPLAY "TABELA DE ZONAS CHEIA - LIMITE 5000"
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-TAB-EZN-QTDE
                   SET IDX-EZN TO WRK-TAB-EZN-QTDE
                   MOVE WRK-PRECO-COD-PRODUTO
                     TO TAB-EZN-COD-PRODUTO(IDX-EZN)
                   MOVE WRK-PRECO-ZONA
                     TO TAB-EZN-ZONA(IDX-EZN)
               WHEN TAB-EZN-COD-PRODUTO(IDX-EZN) =
                    WRK-PRECO-COD-PRODUTO
                AND TAB-EZN-ZONA(IDX-EZN) = WRK-PRECO-ZONA
                   CONTINUE
           END-SEARCH.

       041-LER-PRODHIST.
           READ PRODHIST INTO WRK-PRODHIST-REGISTRO.
           IF WRK-FS-PRODHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODHIST - FS: " WRK-FS-PRODHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PRODHIST = "00"
              ADD 1 TO WRK-CONT-LIDOS-PRODHIST
           END-IF.

       042-LER-PARMPROMO.
           READ PARMPROMO INTO WRK-PARMPROMO-REGISTRO.
           IF WRK-FS-PARMPROMO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMPROMO - FS: " WRK-FS-PARMPROMO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PARMPROMO = "00"
              ADD 1 TO WRK-CONT-LIDOS-PARMPROMO
           END-IF.

       043-LER-LOJA.
           READ LOJA INTO WRK-LOJA-REGISTRO.
           IF WRK-FS-LOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-GRAVAR-ETIQUETA.
           WRITE FD-ETIQUETA-REGISTRO FROM WRK-ETIQUETA-REGISTRO.
           IF WRK-FS-ETIQUETA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ETIQUETA - FS: " WRK-FS-ETIQUETA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-ETIQUETA.

       045-GRAVAR-ETQCONT.
           WRITE FD-ETQCONT-REGISTRO FROM WRK-ETQCONT-REGISTRO.
           IF WRK-FS-ETQCONT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ETQCONT - FS: " WRK-FS-ETQCONT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-ETQCONT.

       046-LER-ZONAPRC.
           READ ZONAPRC INTO WRK-ZONAPRC-REGISTRO.
           IF WRK-FS-ZONAPRC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ZONAPRC - FS: " WRK-FS-ZONAPRC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ZONAPRC = "00"
              ADD 1 TO WRK-CONT-LIDOS-ZONAPRC
           END-IF.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos PRODHIST.....: "
                   WRK-CONT-LIDOS-PRODHIST.
           DISPLAY "Quantidade de Registros Lidos PARMPROMO....: "
                   WRK-CONT-LIDOS-PARMPROMO.
           DISPLAY "Quantidade de Registros Lidos ZONAPRC......: "
                   WRK-CONT-LIDOS-ZONAPRC.
           DISPLAY "Quantidade de Produtos com Evento de Preco.: "
                   WRK-TAB-ETQ-QTDE.
           DISPLAY "Quantidade de Produtos Fora do Cadastro....: "
                   WRK-CONT-PRODUTOS-INEXIST.
           DISPLAY "Quantidade de Registros Gravados ETIQUETA..: "
                   WRK-CONT-GRAVADOS-ETIQUETA.
           DISPLAY "Quantidade de Registros Gravados ETQCONT...: "
                   WRK-CONT-GRAVADOS-ETQCONT.

       052-FECHAR-ARQUIVOS.
           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ETIQUETA.
           IF WRK-FS-ETIQUETA NOT = "00"
              DISPLAY "ERRO CLOSE ETIQUETA - FS: " WRK-FS-ETIQUETA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ETQCONT.
           IF WRK-FS-ETQCONT NOT = "00"
              DISPLAY "ERRO CLOSE ETQCONT - FS: " WRK-FS-ETQCONT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX02".
           GOBACK.

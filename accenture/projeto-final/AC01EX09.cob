       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX09.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX09
      *DEMONSTRATIVO MENSAL DE RESULTADO POR LOJA. JUNTA NUMA SO
      *PAGINA AS PECAS QUE CADA GERENTE RECEBIA SEPARADAS, A
      *PARTIR DAS GERACOES DO MES CONCATENADAS PELA ESTEIRA (COMO
      *O RPLOJMES DO AC00EX72):
      *  MARGMES  - MARGLOJA DO AC00EX59 (RECEITA LIQUIDA E CUSTO)
      *  COMISMES - COMISTOT DO AC00EX10, VALORES DESEDITADOS COMO
      *             NO AC00EX73 E LEVADOS A LOJA PELO VENDLOJA
      *  SHRKMES  - SHRINKREL DO AC00EX62 (LINHA QUEBRA LIQUIDA)
      *  CAIXAMES - CAIXAREL DO AC00EX56 (LINHAS T, SO AS FALTAS)
      *  CHGBMES  - CHGBREL DO AC00EX50 (VALOR CONTESTADO)
      *MAIS AS DESPESAS OPERACIONAIS DO ARQUIVO DESPLOJA (LOJA,
      *ANO-MES, DESCRICAO E VALOR) E, SE JA EXISTIR, O ORCREL DO
      *AC00EX72 COM O ORCADO E A VARIACAO DO MES.
      *A QUEBRA DO SHRINKREL E DA EMPRESA TODA, SEM LOJA, E A
      *COMISSAO DE VENDEDOR SEM LOJA NO VENDLOJA TAMBEM NAO TEM
      *DONO: AS DUAS SAO RATEADAS ENTRE AS LOJAS NA PROPORCAO DA
      *RECEITA LIQUIDA DO MES.
      *O PLLOJA TRAZ O DEMONSTRATIVO DE CADA LOJA DO CADASTRO LOJA
      *(RECEITA LIQUIDA, CUSTO DAS MERCADORIAS, MARGEM BRUTA,
      *COMISSOES, QUEBRA, FALTAS DE CAIXA, PERDAS DE CARTAO E
      *CHARGEBACK, DESPESAS OPERACIONAIS E MARGEM DE CONTRIBUICAO),
      *COM O PERCENTUAL DE CADA LINHA SOBRE A RECEITA.
      *O PLRANK E A PAGINA DA EMPRESA: AS LOJAS EM ORDEM
      *DECRESCENTE DE MARGEM DE CONTRIBUICAO (L), OS TOTAIS POR
      *REGIAO (R) DO ARQUIVO LOJAREG (LOJA SEM REGIAO CAI EM
      *"SEM REGIAO", COMO NO AC00EX85) E O TOTAL GERAL (T).
      *O MES DO FECHAMENTO VEM DO PARAMETRO PARMMES (ANO-MES).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *MES DO FECHAMENTO (ANO-MES)
       SELECT PARMMES  ASSIGN    TO PARMMES
                      FILE STATUS    IS WRK-FS-PARMMES.

      *CADASTRO DE LOJAS
       SELECT LOJA     ASSIGN    TO LOJA
                      FILE STATUS    IS WRK-FS-LOJA.

      *REGIAO DE CADA LOJA (OPCIONAL)
       SELECT LOJAREG  ASSIGN    TO LOJAREG
                      FILE STATUS    IS WRK-FS-LOJAREG.

      *MAPA VENDEDOR -> LOJA (OPCIONAL, O MESMO DO AC00EX73)
       SELECT VENDLOJA ASSIGN    TO VENDLOJA
                      FILE STATUS    IS WRK-FS-VENDLOJA.

      *MARGEM POR LOJA DO MES (GERACOES DE MARGLOJA DO AC00EX59)
       SELECT MARGMES  ASSIGN    TO MARGMES
                      FILE STATUS    IS WRK-FS-MARGMES.

      *COMISSAO POR VENDEDOR DO MES (GERACOES DE COMISTOT)
       SELECT COMISMES ASSIGN    TO COMISMES
                      FILE STATUS    IS WRK-FS-COMISMES.

      *QUEBRA DO MES (GERACOES DE SHRINKREL DO AC00EX62)
       SELECT SHRKMES  ASSIGN    TO SHRKMES
                      FILE STATUS    IS WRK-FS-SHRKMES.

      *DIFERENCAS DE CAIXA DO MES (GERACOES DE CAIXAREL)
       SELECT CAIXAMES ASSIGN    TO CAIXAMES
                      FILE STATUS    IS WRK-FS-CAIXAMES.

      *CHARGEBACKS DO MES (GERACOES DE CHGBREL DO AC00EX50)
       SELECT CHGBMES  ASSIGN    TO CHGBMES
                      FILE STATUS    IS WRK-FS-CHGBMES.

      *DESPESAS OPERACIONAIS POR LOJA
       SELECT DESPLOJA ASSIGN    TO DESPLOJA
                      FILE STATUS    IS WRK-FS-DESPLOJA.

      *ORCADO CONTRA REALIZADO DO AC00EX72 (OPCIONAL)
       SELECT ORCREL   ASSIGN    TO ORCREL
                      FILE STATUS    IS WRK-FS-ORCREL.

      *DEMONSTRATIVO DE RESULTADO POR LOJA
       SELECT PLLOJA   ASSIGN    TO PLLOJA
                      FILE STATUS    IS WRK-FS-PLLOJA.

      *PAGINA DA EMPRESA - CLASSIFICACAO E TOTAIS POR REGIAO
       SELECT PLRANK   ASSIGN    TO PLRANK
                      FILE STATUS    IS WRK-FS-PLRANK.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMMES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMMES-REGISTRO     PIC X(006).

       FD  LOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJA-REGISTRO        PIC X(025).

       FD  LOJAREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJAREG-REGISTRO     PIC X(013).

       FD  VENDLOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-VENDLOJA-REGISTRO    PIC X(006).

       FD  MARGMES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MARGMES-REGISTRO     PIC X(047).

       FD  COMISMES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMISMES-REGISTRO    PIC X(053).

       FD  SHRKMES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SHRKMES-REGISTRO     PIC X(040).

       FD  CAIXAMES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CAIXAMES-REGISTRO    PIC X(041).

       FD  CHGBMES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CHGBMES-REGISTRO     PIC X(048).

       FD  DESPLOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DESPLOJA-REGISTRO    PIC X(040).

       FD  ORCREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ORCREL-REGISTRO      PIC X(082).

       FD  PLLOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PLLOJA-REGISTRO      PIC X(077).

       FD  PLRANK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PLRANK-REGISTRO      PIC X(102).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMMES        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJA           PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJAREG        PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDLOJA       PIC X(002) VALUE SPACES.
           05 WRK-FS-MARGMES        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMISMES       PIC X(002) VALUE SPACES.
           05 WRK-FS-SHRKMES        PIC X(002) VALUE SPACES.
           05 WRK-FS-CAIXAMES       PIC X(002) VALUE SPACES.
           05 WRK-FS-CHGBMES        PIC X(002) VALUE SPACES.
           05 WRK-FS-DESPLOJA       PIC X(002) VALUE SPACES.
           05 WRK-FS-ORCREL         PIC X(002) VALUE SPACES.
           05 WRK-FS-PLLOJA         PIC X(002) VALUE SPACES.
           05 WRK-FS-PLRANK         PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMMES
       01  WRK-PARMMES-REGISTRO.
           05 PARMMES-ANOMES        PIC  9(006).

      *LAYOUT DO CADASTRO DE LOJAS
       01  WRK-LOJA-REGISTRO.
           05 LOJA-COD-LOJA         PIC  9(003).
           05 LOJA-NOME             PIC  X(020).
           05 LOJA-ZONA-PRECO       PIC  9(002).

      *LAYOUT DE LOJAREG - REGIAO DE UMA LOJA
       01  WRK-LOJAREG-REGISTRO.
           05 LOJAREG-COD-LOJA      PIC  9(003).
           05 LOJAREG-REGIAO        PIC  X(010).

      *LAYOUT DE VENDLOJA - LOJA DE CADA VENDEDOR
       01  WRK-VENDLOJA-REGISTRO.
           05 VENDLOJA-COD-VENDEDOR PIC  9(003).
           05 VENDLOJA-COD-LOJA     PIC  9(003).

      *LAYOUT DE MARGMES - MESMO MARGLOJA GRAVADO PELO AC00EX59
       01  WRK-MARGMES-REGISTRO.
           05 MARGMES-COD-LOJA      PIC  9(003).
           05 MARGMES-RECEITA-LIQ   PIC  9(011)V99.
           05 MARGMES-CUSTO-TOTAL   PIC  9(011)V99.
           05 MARGMES-MARGEM        PIC S9(011)V99.
           05 MARGMES-PCT-MARGEM    PIC S9(003)V99.

      *LAYOUT DE COMISMES - COMISTOT COM VALORES EDITADOS, COMO
      *GRAVADO PELO AC00EX10
       01  WRK-COMISMES-REGISTRO.
           05 COMISMES-COD-VENDEDOR PIC 9(003).
           05 FILLER                PIC X(001).
           05 COMISMES-NOME         PIC X(020).
           05 FILLER                PIC X(001).
           05 COMISMES-VALOR-LIQ    PIC X(014).
           05 FILLER                PIC X(001).
           05 COMISMES-VALOR-COMIS  PIC X(014).

      *LAYOUT DE SHRKMES - MESMO SHRINKREL GRAVADO PELO AC00EX62
       01  WRK-SHRKMES-REGISTRO.
           05 SHRKMES-DESCRICAO     PIC  X(014).
               88 SHRKMES-QUEBRA-LIQUIDA VALUE "QUEBRA LIQUIDA".
           05 SHRKMES-VALOR         PIC S9(011)V99.
           05 FILLER                PIC  X(013).

      *LAYOUT DE CAIXAMES - MESMO CAIXAREL GRAVADO PELO AC00EX56
       01  WRK-CAIXAMES-REGISTRO.
           05 CAIXAMES-TIPO-REG     PIC X(001).
               88 CAIXAMES-TOTAL-LOJA    VALUE "T".
           05 CAIXAMES-COD-LOJA     PIC 9(003).
           05 CAIXAMES-COD-CAIXA    PIC 9(004).
           05 CAIXAMES-VALOR-DEP    PIC 9(009)V99.
           05 CAIXAMES-VALOR-VENDAS PIC 9(009)V99.
           05 CAIXAMES-DIFERENCA    PIC S9(009)V99.

      *LAYOUT DE CHGBMES - MESMO CHGBREL GRAVADO PELO AC00EX50
       01  WRK-CHGBMES-REGISTRO.
           05 CHGBMES-COD-LOJA      PIC  9(003).
           05 CHGBMES-QTD-VENDAS    PIC  9(007).
           05 CHGBMES-VALOR-VENDAS  PIC  9(011)V99.
           05 CHGBMES-QTD-CHGB      PIC  9(007).
           05 CHGBMES-VALOR-CHGB    PIC  9(011)V99.
           05 CHGBMES-TAXA-PCT      PIC  9(003)V99.

      *LAYOUT DE DESPLOJA - UMA DESPESA OPERACIONAL DA LOJA
       01  WRK-DESPLOJA-REGISTRO.
           05 DESPLOJA-COD-LOJA     PIC  9(003).
           05 DESPLOJA-ANOMES       PIC  9(006).
           05 DESPLOJA-DESCRICAO    PIC  X(020).
           05 DESPLOJA-VALOR        PIC  9(009)V99.

      *LAYOUT DE ORCREL - MESMO GRAVADO PELO AC00EX72
       01  WRK-ORCREL-REGISTRO.
           05 ORCREL-COD-LOJA       PIC  9(003).
           05 ORCREL-ORCADO-MES     PIC  9(011)V99.
           05 ORCREL-REAL-MES       PIC  9(011)V99.
           05 ORCREL-VAR-MES        PIC S9(011)V99.
           05 ORCREL-ORCADO-ANO     PIC  9(011)V99.
           05 ORCREL-REAL-ANO       PIC  9(011)V99.
           05 ORCREL-VAR-ANO        PIC S9(011)V99.
           05 ORCREL-FORA-TOLER     PIC  X(001).

      *LAYOUT DE PLLOJA - UMA LINHA DO DEMONSTRATIVO DA LOJA
       01  WRK-PLLOJA-REGISTRO.
           05 PLLOJA-ANOMES         PIC  9(006).
           05 PLLOJA-COD-LOJA       PIC  9(003).
           05 PLLOJA-NOME-LOJA      PIC  X(020).
           05 PLLOJA-SEQ-LINHA      PIC  9(002).
           05 PLLOJA-DESCRICAO      PIC  X(026).
           05 PLLOJA-VALOR          PIC S9(011)V99.
           05 PLLOJA-PCT-RECEITA    PIC S9(005)V99.

      *LAYOUT DE PLRANK - L LOJA, R TOTAL DA REGIAO, T TOTAL GERAL
       01  WRK-PLRANK-REGISTRO.
           05 PLRANK-ANOMES         PIC  9(006).
           05 PLRANK-TIPO-LINHA     PIC  X(001).
           05 PLRANK-POSICAO        PIC  9(003).
           05 PLRANK-COD-LOJA       PIC  9(003).
           05 PLRANK-NOME-LOJA      PIC  X(020).
           05 PLRANK-REGIAO         PIC  X(010).
           05 PLRANK-RECEITA        PIC  9(011)V99.
           05 PLRANK-MARGEM-BRUTA   PIC S9(011)V99.
           05 PLRANK-MARGEM-CONTRIB PIC S9(011)V99.
           05 PLRANK-PCT-CONTRIB    PIC S9(005)V99.
           05 PLRANK-VAR-ORCADO     PIC S9(011)V99.

      *AREA DE DESEDICAO DE VALOR ZZZ.ZZZ.Z99,99 - COMO NO AC00EX40
       01  WRK-VALOR-EDITADO.
           05 WRK-ED-GRUPO1         PIC X(003).
           05 FILLER                PIC X(001).
           05 WRK-ED-GRUPO2         PIC X(003).
           05 FILLER                PIC X(001).
           05 WRK-ED-GRUPO3         PIC X(003).
           05 FILLER                PIC X(001).
           05 WRK-ED-DECIMAIS       PIC X(002).

       01  WRK-VALOR-DIGITOS.
           05 WRK-DIG-GRUPO1        PIC X(003).
           05 WRK-DIG-GRUPO2        PIC X(003).
           05 WRK-DIG-GRUPO3        PIC X(003).
           05 WRK-DIG-DECIMAIS      PIC X(002).

       01  WRK-VALOR-NUMERICO REDEFINES WRK-VALOR-DIGITOS
                                    PIC 9(009)V99.

      *RESULTADO DO MES POR LOJA, NA ORDEM DO CADASTRO
       01  WRK-TAB-LOJA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-LOJA-REGISTRO OCCURS 1 TO 20 TIMES
               DEPENDING ON WRK-TAB-LOJA-QTDE
               INDEXED BY IDX-LOJA IDX-LOJA2 IDX-LOJA3.
           05 TAB-LOJA-COD          PIC 9(003).
           05 TAB-LOJA-NOME         PIC X(020).
           05 TAB-LOJA-REGIAO       PIC X(010).
           05 TAB-LOJA-RECEITA      PIC 9(011)V99.
           05 TAB-LOJA-CUSTO        PIC 9(011)V99.
           05 TAB-LOJA-MARGEM       PIC S9(011)V99.
           05 TAB-LOJA-COMISSAO     PIC S9(011)V99.
           05 TAB-LOJA-QUEBRA       PIC S9(011)V99.
           05 TAB-LOJA-FALTA-CAIXA  PIC 9(011)V99.
           05 TAB-LOJA-PERDA-CHGB   PIC 9(011)V99.
           05 TAB-LOJA-DESPESA      PIC 9(011)V99.
           05 TAB-LOJA-CONTRIB      PIC S9(011)V99.
           05 TAB-LOJA-PCT-CONTRIB  PIC S9(005)V99.
           05 TAB-LOJA-SW-ORCADO    PIC X(001).
           05 TAB-LOJA-ORCADO       PIC 9(011)V99.
           05 TAB-LOJA-VAR-ORCADO   PIC S9(011)V99.

       01  WRK-TAB-LOJA-TROCA       PIC X(184).

      *LOJA DE CADA VENDEDOR DO VENDLOJA
       01  WRK-TAB-VLOJA-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-VLOJA-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-VLOJA-QTDE
               INDEXED BY IDX-VLOJA.
           05 TAB-VLOJA-VENDEDOR    PIC 9(003).
           05 TAB-VLOJA-LOJA        PIC 9(003).

      *TOTAIS POR REGIAO DA PAGINA DA EMPRESA
       01  WRK-TAB-REG-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-REG-REGISTRO OCCURS 1 TO 20 TIMES
               DEPENDING ON WRK-TAB-REG-QTDE
               INDEXED BY IDX-REG.
           05 TAB-REG-REGIAO        PIC X(010).
           05 TAB-REG-RECEITA       PIC 9(011)V99.
           05 TAB-REG-MARGEM        PIC S9(011)V99.
           05 TAB-REG-CONTRIB       PIC S9(011)V99.
           05 TAB-REG-VAR-ORCADO    PIC S9(011)V99.

       01  WRK-LOJA-BUSCA           PIC 9(003) VALUE ZEROS.
       01  WRK-REGIAO-BUSCA         PIC X(010) VALUE SPACES.
       01  WRK-ACHOU-LOJA           PIC X(001) VALUE "N".
       01  WRK-SW-ORCREL            PIC X(001) VALUE "N".
           88 ORCREL-ABERTO                    VALUE "S".
       01  WRK-SEQ-LINHA            PIC 9(002) VALUE ZEROS.
       01  WRK-POSICAO              PIC 9(003) VALUE ZEROS.

      *TOTAIS DA EMPRESA E VALORES A RATEAR PELA RECEITA
       01  WRK-TOT-RECEITA          PIC 9(011)V99  VALUE ZEROS.
       01  WRK-TOT-MARGEM           PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-CONTRIB          PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-VAR-ORCADO       PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-QUEBRA-LIQ       PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-COMIS-RATEIO     PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-COMIS-LOJA       PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-DESPESA          PIC 9(011)V99  VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-MARGMES      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-COMISMES     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-SHRKMES      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CAIXAMES     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CHGBMES      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DESPLOJA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DESP-OUTRO-MES     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ORCREL       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-CADASTRO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-VEND-SEM-LOJA      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-PLLOJA    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-PLRANK    PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX09-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-MARGEM
             UNTIL WRK-FS-MARGMES = "10".
           PERFORM 021-PROCESSAR-COMISSAO
             UNTIL WRK-FS-COMISMES = "10".
           PERFORM 022-PROCESSAR-QUEBRA
             UNTIL WRK-FS-SHRKMES = "10".
           PERFORM 023-PROCESSAR-CAIXA
             UNTIL WRK-FS-CAIXAMES = "10".
           PERFORM 024-PROCESSAR-CHARGEBACK
             UNTIL WRK-FS-CHGBMES = "10".
           PERFORM 025-PROCESSAR-DESPESA
             UNTIL WRK-FS-DESPLOJA = "10".
           PERFORM 026-PROCESSAR-ORCADO
             UNTIL WRK-FS-ORCREL = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX09 INICIADO - RESULTADO POR LOJA"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMMES.
           PERFORM 014-CARREGAR-TABELA-LOJA.
           PERFORM 015-CARREGAR-LOJAREG.
           PERFORM 016-CARREGAR-VENDLOJA.
           PERFORM 041-LER-MARGMES.
           PERFORM 042-LER-COMISMES.
           PERFORM 043-LER-SHRKMES.
           PERFORM 044-LER-CAIXAMES.
           PERFORM 045-LER-CHGBMES.
           PERFORM 046-LER-DESPLOJA.
           PERFORM 047-LER-ORCREL.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    MARGMES.
           IF WRK-FS-MARGMES NOT = ZEROS
              DISPLAY "ERRO ABERTURA MARGMES - FS: " WRK-FS-MARGMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    COMISMES.
           IF WRK-FS-COMISMES NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMISMES - FS: "
                      WRK-FS-COMISMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    SHRKMES.
           IF WRK-FS-SHRKMES NOT = ZEROS
              DISPLAY "ERRO ABERTURA SHRKMES - FS: " WRK-FS-SHRKMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CAIXAMES.
           IF WRK-FS-CAIXAMES NOT = ZEROS
              DISPLAY "ERRO ABERTURA CAIXAMES - FS: "
                      WRK-FS-CAIXAMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CHGBMES.
           IF WRK-FS-CHGBMES NOT = ZEROS
              DISPLAY "ERRO ABERTURA CHGBMES - FS: " WRK-FS-CHGBMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    DESPLOJA.
           IF WRK-FS-DESPLOJA NOT = ZEROS
              DISPLAY "ERRO ABERTURA DESPLOJA - FS: "
                      WRK-FS-DESPLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    O ORCREL SO EXISTE DEPOIS DO AC00EX72 DO MES - SEM ELE
      *    O DEMONSTRATIVO SAI SEM AS LINHAS DO ORCADO
           OPEN INPUT    ORCREL.
           IF WRK-FS-ORCREL NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ORCREL - FS: " WRK-FS-ORCREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ORCREL = "35"
              DISPLAY "ARQUIVO ORCREL NAO ENCONTRADO - "
                      "DEMONSTRATIVO SEM O ORCADO"
              MOVE "10" TO WRK-FS-ORCREL
           ELSE
              MOVE "S" TO WRK-SW-ORCREL
           END-IF.

           OPEN OUTPUT   PLLOJA.
           IF WRK-FS-PLLOJA NOT = ZEROS
              DISPLAY "ERRO ABERTURA PLLOJA - FS: " WRK-FS-PLLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PLRANK.
           IF WRK-FS-PLRANK NOT = ZEROS
              DISPLAY "ERRO ABERTURA PLRANK - FS: " WRK-FS-PLRANK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-LER-PARMMES.
           OPEN INPUT   PARMMES.
           IF WRK-FS-PARMMES NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMMES - FS: " WRK-FS-PARMMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           READ PARMMES INTO WRK-PARMMES-REGISTRO.
           IF WRK-FS-PARMMES NOT = "00"
              DISPLAY "ERRO LEITURA PARMMES - FS: " WRK-FS-PARMMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           CLOSE PARMMES.
           DISPLAY "FECHAMENTO DO ANO-MES: " PARMMES-ANOMES.

      *TODA LOJA DO CADASTRO TEM DEMONSTRATIVO, MESMO SEM MOVIMENTO.
       014-CARREGAR-TABELA-LOJA.
           OPEN INPUT   LOJA.
           IF WRK-FS-LOJA NOT = ZEROS
              DISPLAY "ERRO ABERTURA LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 048-LER-LOJA.
           PERFORM 030-GUARDAR-LOJA
             UNTIL WRK-FS-LOJA = "10".
           CLOSE LOJA.
           IF WRK-FS-LOJA NOT = "00"
              DISPLAY "ERRO CLOSE LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O LOJAREG, TODAS AS LOJAS FICAM EM "SEM REGIAO".
       015-CARREGAR-LOJAREG.
           OPEN INPUT   LOJAREG.
           IF WRK-FS-LOJAREG = "35"
              DISPLAY "ARQUIVO LOJAREG NAO ENCONTRADO - "
                      "LOJAS SEM REGIAO"
           ELSE
              IF WRK-FS-LOJAREG NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LOJAREG - FS: "
                         WRK-FS-LOJAREG
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 049-LER-LOJAREG
              PERFORM 031-APLICAR-LOJAREG
                UNTIL WRK-FS-LOJAREG = "10"
              CLOSE LOJAREG
              IF WRK-FS-LOJAREG NOT = "00"
                 DISPLAY "ERRO CLOSE LOJAREG - FS: "
                         WRK-FS-LOJAREG
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *SEM O VENDLOJA, TODA A COMISSAO E RATEADA PELA RECEITA.
       016-CARREGAR-VENDLOJA.
           OPEN INPUT   VENDLOJA.
           IF WRK-FS-VENDLOJA = "35"
              DISPLAY "ARQUIVO VENDLOJA NAO ENCONTRADO - "
                      "COMISSAO RATEADA PELA RECEITA"
           ELSE
              IF WRK-FS-VENDLOJA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA VENDLOJA - FS: "
                         WRK-FS-VENDLOJA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 040-LER-VENDLOJA
              PERFORM 032-GUARDAR-VENDLOJA
                UNTIL WRK-FS-VENDLOJA = "10"
              CLOSE VENDLOJA
              IF WRK-FS-VENDLOJA NOT = "00"
                 DISPLAY "ERRO CLOSE VENDLOJA - FS: "
                         WRK-FS-VENDLOJA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       020-PROCESSAR-MARGEM.
           MOVE MARGMES-COD-LOJA TO WRK-LOJA-BUSCA.
           PERFORM 080-BUSCAR-LOJA.
           IF WRK-ACHOU-LOJA = "S"
              ADD MARGMES-RECEITA-LIQ TO TAB-LOJA-RECEITA(IDX-LOJA)
              ADD MARGMES-CUSTO-TOTAL TO TAB-LOJA-CUSTO(IDX-LOJA)
              ADD MARGMES-RECEITA-LIQ TO WRK-TOT-RECEITA
           END-IF.
           PERFORM 041-LER-MARGMES.

      *COMISSAO DO VENDEDOR VAI PARA A LOJA DO VENDLOJA; VENDEDOR
      *SEM LOJA (OU COM LOJA FORA DO CADASTRO) ENTRA NO RATEIO.
       021-PROCESSAR-COMISSAO.
           MOVE COMISMES-VALOR-COMIS TO WRK-VALOR-EDITADO.
           PERFORM 033-DESEDITAR-VALOR.

           MOVE "N" TO WRK-ACHOU-LOJA.
           SET IDX-VLOJA TO 1.
           SEARCH TAB-VLOJA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-VLOJA-VENDEDOR(IDX-VLOJA) =
                    COMISMES-COD-VENDEDOR
                   MOVE TAB-VLOJA-LOJA(IDX-VLOJA) TO WRK-LOJA-BUSCA
                   PERFORM 080-BUSCAR-LOJA
           END-SEARCH.

           IF WRK-ACHOU-LOJA = "S"
              ADD WRK-VALOR-NUMERICO TO TAB-LOJA-COMISSAO(IDX-LOJA)
              ADD WRK-VALOR-NUMERICO TO WRK-TOT-COMIS-LOJA
           ELSE
              ADD WRK-VALOR-NUMERICO TO WRK-TOT-COMIS-RATEIO
              ADD 1 TO WRK-CONT-VEND-SEM-LOJA
           END-IF.
           PERFORM 042-LER-COMISMES.

      *SO A LINHA QUEBRA LIQUIDA (PERDAS MAIS SOBRAS) ENTRA - AS
      *OUTRAS DUAS JA ESTAO NELA.
       022-PROCESSAR-QUEBRA.
           IF SHRKMES-QUEBRA-LIQUIDA
              ADD SHRKMES-VALOR TO WRK-TOT-QUEBRA-LIQ
           END-IF.
           PERFORM 043-LER-SHRKMES.

      *SO AS FALTAS (DIFERENCA NEGATIVA) PESAM NO RESULTADO; SOBRA
      *DE DEPOSITO NAO E RECEITA DA LOJA.
       023-PROCESSAR-CAIXA.
           IF CAIXAMES-TOTAL-LOJA
              AND CAIXAMES-DIFERENCA < ZEROS
              MOVE CAIXAMES-COD-LOJA TO WRK-LOJA-BUSCA
              PERFORM 080-BUSCAR-LOJA
              IF WRK-ACHOU-LOJA = "S"
                 SUBTRACT CAIXAMES-DIFERENCA
                     FROM TAB-LOJA-FALTA-CAIXA(IDX-LOJA)
              END-IF
           END-IF.
           PERFORM 044-LER-CAIXAMES.

       024-PROCESSAR-CHARGEBACK.
           MOVE CHGBMES-COD-LOJA TO WRK-LOJA-BUSCA.
           PERFORM 080-BUSCAR-LOJA.
           IF WRK-ACHOU-LOJA = "S"
              ADD CHGBMES-VALOR-CHGB TO TAB-LOJA-PERDA-CHGB(IDX-LOJA)
           END-IF.
           PERFORM 045-LER-CHGBMES.

       025-PROCESSAR-DESPESA.
           IF DESPLOJA-ANOMES NOT = PARMMES-ANOMES
              ADD 1 TO WRK-CONT-DESP-OUTRO-MES
           ELSE
              MOVE DESPLOJA-COD-LOJA TO WRK-LOJA-BUSCA
              PERFORM 080-BUSCAR-LOJA
              IF WRK-ACHOU-LOJA = "S"
                 ADD DESPLOJA-VALOR TO TAB-LOJA-DESPESA(IDX-LOJA)
              END-IF
           END-IF.
           PERFORM 046-LER-DESPLOJA.

       026-PROCESSAR-ORCADO.
           MOVE ORCREL-COD-LOJA TO WRK-LOJA-BUSCA.
           PERFORM 080-BUSCAR-LOJA.
           IF WRK-ACHOU-LOJA = "S"
              MOVE "S" TO TAB-LOJA-SW-ORCADO(IDX-LOJA)
              MOVE ORCREL-ORCADO-MES TO TAB-LOJA-ORCADO(IDX-LOJA)
              MOVE ORCREL-VAR-MES TO TAB-LOJA-VAR-ORCADO(IDX-LOJA)
           END-IF.
           PERFORM 047-LER-ORCREL.

       030-GUARDAR-LOJA.
           IF WRK-TAB-LOJA-QTDE = 20
              DISPLAY "TABELA DE LOJAS CHEIA - LOJA IGNORADA: "
                      LOJA-COD-LOJA
           ELSE
              ADD 1 TO WRK-TAB-LOJA-QTDE
              SET IDX-LOJA TO WRK-TAB-LOJA-QTDE
              MOVE LOJA-COD-LOJA  TO TAB-LOJA-COD(IDX-LOJA)
              MOVE LOJA-NOME      TO TAB-LOJA-NOME(IDX-LOJA)
              MOVE "SEM REGIAO"   TO TAB-LOJA-REGIAO(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-RECEITA(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-CUSTO(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-MARGEM(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-COMISSAO(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-QUEBRA(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-FALTA-CAIXA(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-PERDA-CHGB(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-DESPESA(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-CONTRIB(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-PCT-CONTRIB(IDX-LOJA)
              MOVE "N"            TO TAB-LOJA-SW-ORCADO(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-ORCADO(IDX-LOJA)
              MOVE ZEROS          TO TAB-LOJA-VAR-ORCADO(IDX-LOJA)
           END-IF.
           PERFORM 048-LER-LOJA.

       031-APLICAR-LOJAREG.
           MOVE LOJAREG-COD-LOJA TO WRK-LOJA-BUSCA.
           PERFORM 080-BUSCAR-LOJA.
           IF WRK-ACHOU-LOJA = "S"
              AND LOJAREG-REGIAO NOT = SPACES
              MOVE LOJAREG-REGIAO TO TAB-LOJA-REGIAO(IDX-LOJA)
           END-IF.
           PERFORM 049-LER-LOJAREG.

       032-GUARDAR-VENDLOJA.
           IF WRK-TAB-VLOJA-QTDE = 100
              DISPLAY "TABELA VENDLOJA CHEIA - VENDEDOR IGNORADO: "
                      VENDLOJA-COD-VENDEDOR
           ELSE
              ADD 1 TO WRK-TAB-VLOJA-QTDE
              MOVE VENDLOJA-COD-VENDEDOR
                TO TAB-VLOJA-VENDEDOR(WRK-TAB-VLOJA-QTDE)
              MOVE VENDLOJA-COD-LOJA
                TO TAB-VLOJA-LOJA(WRK-TAB-VLOJA-QTDE)
           END-IF.
           PERFORM 040-LER-VENDLOJA.

       033-DESEDITAR-VALOR.
           MOVE WRK-ED-GRUPO1   TO WRK-DIG-GRUPO1.
           MOVE WRK-ED-GRUPO2   TO WRK-DIG-GRUPO2.
           MOVE WRK-ED-GRUPO3   TO WRK-DIG-GRUPO3.
           MOVE WRK-ED-DECIMAIS TO WRK-DIG-DECIMAIS.
           INSPECT WRK-VALOR-DIGITOS REPLACING ALL " " BY "0".

       040-LER-VENDLOJA.
           READ VENDLOJA INTO WRK-VENDLOJA-REGISTRO.
           IF WRK-FS-VENDLOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA VENDLOJA - FS: "
                      WRK-FS-VENDLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-MARGMES.
           READ MARGMES INTO WRK-MARGMES-REGISTRO.
           IF WRK-FS-MARGMES NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MARGMES - FS: " WRK-FS-MARGMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MARGMES = "00"
                ADD 1 TO WRK-CONT-LIDOS-MARGMES
           END-IF.

       042-LER-COMISMES.
           READ COMISMES INTO WRK-COMISMES-REGISTRO.
           IF WRK-FS-COMISMES NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMISMES - FS: "
                      WRK-FS-COMISMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMISMES = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMISMES
           END-IF.

       043-LER-SHRKMES.
           READ SHRKMES INTO WRK-SHRKMES-REGISTRO.
           IF WRK-FS-SHRKMES NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA SHRKMES - FS: " WRK-FS-SHRKMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-SHRKMES = "00"
                ADD 1 TO WRK-CONT-LIDOS-SHRKMES
           END-IF.

       044-LER-CAIXAMES.
           READ CAIXAMES INTO WRK-CAIXAMES-REGISTRO.
           IF WRK-FS-CAIXAMES NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CAIXAMES - FS: "
                      WRK-FS-CAIXAMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CAIXAMES = "00"
                ADD 1 TO WRK-CONT-LIDOS-CAIXAMES
           END-IF.

       045-LER-CHGBMES.
           READ CHGBMES INTO WRK-CHGBMES-REGISTRO.
           IF WRK-FS-CHGBMES NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CHGBMES - FS: " WRK-FS-CHGBMES
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CHGBMES = "00"
                ADD 1 TO WRK-CONT-LIDOS-CHGBMES
           END-IF.

       046-LER-DESPLOJA.
           READ DESPLOJA INTO WRK-DESPLOJA-REGISTRO.
           IF WRK-FS-DESPLOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DESPLOJA - FS: "
                      WRK-FS-DESPLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DESPLOJA = "00"
                ADD 1 TO WRK-CONT-LIDOS-DESPLOJA
           END-IF.

       047-LER-ORCREL.
           IF WRK-FS-ORCREL = "10"
              CONTINUE
           ELSE
              READ ORCREL INTO WRK-ORCREL-REGISTRO
              IF WRK-FS-ORCREL NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA ORCREL - FS: "
                         WRK-FS-ORCREL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-ORCREL = "00"
                   ADD 1 TO WRK-CONT-LIDOS-ORCREL
              END-IF
           END-IF.

       048-LER-LOJA.
           READ LOJA INTO WRK-LOJA-REGISTRO.
           IF WRK-FS-LOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       049-LER-LOJAREG.
           READ LOJAREG INTO WRK-LOJAREG-REGISTRO.
           IF WRK-FS-LOJAREG NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LOJAREG - FS: " WRK-FS-LOJAREG
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LOCALIZA A LOJA NA TABELA DO CADASTRO. LOJA FORA DO
      *CADASTRO E CONTADA E FICA FORA DO DEMONSTRATIVO.
       080-BUSCAR-LOJA.
           MOVE "N" TO WRK-ACHOU-LOJA.
           SET IDX-LOJA TO 1.
           SEARCH TAB-LOJA-REGISTRO
               AT END
                   ADD 1 TO WRK-CONT-SEM-CADASTRO
               WHEN TAB-LOJA-COD(IDX-LOJA) = WRK-LOJA-BUSCA
                   MOVE "S" TO WRK-ACHOU-LOJA
           END-SEARCH.

      *LOCALIZA (OU INCLUI) A REGIAO NA TABELA DE TOTAIS.
       081-BUSCAR-REGIAO.
           SET IDX-REG TO 1.
           SEARCH TAB-REG-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-REG-QTDE
                   SET IDX-REG TO WRK-TAB-REG-QTDE
                   MOVE WRK-REGIAO-BUSCA TO TAB-REG-REGIAO(IDX-REG)
                   MOVE ZEROS TO TAB-REG-RECEITA(IDX-REG)
                   MOVE ZEROS TO TAB-REG-MARGEM(IDX-REG)
                   MOVE ZEROS TO TAB-REG-CONTRIB(IDX-REG)
                   MOVE ZEROS TO TAB-REG-VAR-ORCADO(IDX-REG)
               WHEN TAB-REG-REGIAO(IDX-REG) = WRK-REGIAO-BUSCA
                   CONTINUE
           END-SEARCH.

       050-FINALIZAR.
           PERFORM 053-APURAR-LOJA
           VARYING IDX-LOJA FROM 1 BY 1
           UNTIL IDX-LOJA > WRK-TAB-LOJA-QTDE.
           PERFORM 054-GRAVAR-DEMONSTRATIVO
           VARYING IDX-LOJA FROM 1 BY 1
           UNTIL IDX-LOJA > WRK-TAB-LOJA-QTDE.
           PERFORM 056-ORDENAR-TAB-LOJA
           VARYING IDX-LOJA FROM 1 BY 1
           UNTIL IDX-LOJA > WRK-TAB-LOJA-QTDE.
           PERFORM 058-GRAVAR-PLRANK-LOJA
           VARYING IDX-LOJA FROM 1 BY 1
           UNTIL IDX-LOJA > WRK-TAB-LOJA-QTDE.
           PERFORM 059-GRAVAR-PLRANK-REGIAO
           VARYING IDX-REG FROM 1 BY 1
           UNTIL IDX-REG > WRK-TAB-REG-QTDE.
           PERFORM 060-GRAVAR-PLRANK-TOTAL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *RATEIA A QUEBRA E A COMISSAO SEM LOJA PELA PARTICIPACAO
      *DA LOJA NA RECEITA LIQUIDA DO MES E FECHA A MARGEM DE
      *CONTRIBUICAO. QUEBRA LIQUIDA NEGATIVA E PERDA, POR ISSO
      *ENTRA NO DEMONSTRATIVO COM O SINAL TROCADO.
       053-APURAR-LOJA.
           COMPUTE TAB-LOJA-MARGEM(IDX-LOJA) =
               TAB-LOJA-RECEITA(IDX-LOJA) - TAB-LOJA-CUSTO(IDX-LOJA).

           IF WRK-TOT-RECEITA > ZEROS
              COMPUTE TAB-LOJA-QUEBRA(IDX-LOJA) ROUNDED =
                  (ZEROS - WRK-TOT-QUEBRA-LIQ)
                  * TAB-LOJA-RECEITA(IDX-LOJA) / WRK-TOT-RECEITA
              COMPUTE TAB-LOJA-COMISSAO(IDX-LOJA) ROUNDED =
                  TAB-LOJA-COMISSAO(IDX-LOJA)
                  + WRK-TOT-COMIS-RATEIO
                  * TAB-LOJA-RECEITA(IDX-LOJA) / WRK-TOT-RECEITA
           END-IF.

           COMPUTE TAB-LOJA-CONTRIB(IDX-LOJA) =
               TAB-LOJA-MARGEM(IDX-LOJA)
               - TAB-LOJA-COMISSAO(IDX-LOJA)
               - TAB-LOJA-QUEBRA(IDX-LOJA)
               - TAB-LOJA-FALTA-CAIXA(IDX-LOJA)
               - TAB-LOJA-PERDA-CHGB(IDX-LOJA)
               - TAB-LOJA-DESPESA(IDX-LOJA).

           IF TAB-LOJA-RECEITA(IDX-LOJA) > ZEROS
              COMPUTE TAB-LOJA-PCT-CONTRIB(IDX-LOJA) ROUNDED =
                  TAB-LOJA-CONTRIB(IDX-LOJA) * 100
                  / TAB-LOJA-RECEITA(IDX-LOJA)
           ELSE
              MOVE ZEROS TO TAB-LOJA-PCT-CONTRIB(IDX-LOJA)
           END-IF.

       054-GRAVAR-DEMONSTRATIVO.
           MOVE ZEROS TO WRK-SEQ-LINHA.

           MOVE "RECEITA LIQUIDA" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-RECEITA(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "(-) CUSTO DAS MERCADORIAS" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-CUSTO(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "MARGEM BRUTA" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-MARGEM(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "(-) COMISSOES" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-COMISSAO(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "(-) QUEBRA DE ESTOQUE" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-QUEBRA(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "(-) FALTAS DE CAIXA" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-FALTA-CAIXA(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "(-) PERDAS CARTAO/CHGB" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-PERDA-CHGB(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "(-) DESPESAS OPERACIONAIS" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-DESPESA(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           MOVE "MARGEM DE CONTRIBUICAO" TO PLLOJA-DESCRICAO.
           MOVE TAB-LOJA-CONTRIB(IDX-LOJA) TO PLLOJA-VALOR.
           PERFORM 055-GRAVAR-LINHA-PLLOJA.

           IF TAB-LOJA-SW-ORCADO(IDX-LOJA) = "S"
              MOVE "ORCADO DE VENDAS DO MES" TO PLLOJA-DESCRICAO
              MOVE TAB-LOJA-ORCADO(IDX-LOJA) TO PLLOJA-VALOR
              PERFORM 055-GRAVAR-LINHA-PLLOJA
              MOVE "VARIACAO SOBRE O ORCADO" TO PLLOJA-DESCRICAO
              MOVE TAB-LOJA-VAR-ORCADO(IDX-LOJA) TO PLLOJA-VALOR
              PERFORM 055-GRAVAR-LINHA-PLLOJA
           END-IF.

       055-GRAVAR-LINHA-PLLOJA.
           ADD 1 TO WRK-SEQ-LINHA.
           MOVE PARMMES-ANOMES              TO PLLOJA-ANOMES.
           MOVE TAB-LOJA-COD(IDX-LOJA)      TO PLLOJA-COD-LOJA.
           MOVE TAB-LOJA-NOME(IDX-LOJA)     TO PLLOJA-NOME-LOJA.
           MOVE WRK-SEQ-LINHA               TO PLLOJA-SEQ-LINHA.
           IF TAB-LOJA-RECEITA(IDX-LOJA) > ZEROS
              COMPUTE PLLOJA-PCT-RECEITA ROUNDED =
                  PLLOJA-VALOR * 100 / TAB-LOJA-RECEITA(IDX-LOJA)
           ELSE
              MOVE ZEROS TO PLLOJA-PCT-RECEITA
           END-IF.

           WRITE FD-PLLOJA-REGISTRO FROM WRK-PLLOJA-REGISTRO.
           IF WRK-FS-PLLOJA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PLLOJA - FS: " WRK-FS-PLLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-PLLOJA.

      *ORDENA A TABELA EM ORDEM DECRESCENTE DE MARGEM DE
      *CONTRIBUICAO (SELECAO, COMO NO AC00EX59): A CADA POSICAO,
      *TRAZ PARA ELA A MAIOR DAS QUE SOBRARAM.
       056-ORDENAR-TAB-LOJA.
           SET IDX-LOJA2 TO IDX-LOJA.
           PERFORM 057-COMPARAR-LOJA
           VARYING IDX-LOJA3 FROM IDX-LOJA BY 1
           UNTIL IDX-LOJA3 > WRK-TAB-LOJA-QTDE.
           IF IDX-LOJA2 NOT = IDX-LOJA
              MOVE TAB-LOJA-REGISTRO(IDX-LOJA)
                TO WRK-TAB-LOJA-TROCA
              MOVE TAB-LOJA-REGISTRO(IDX-LOJA2)
                TO TAB-LOJA-REGISTRO(IDX-LOJA)
              MOVE WRK-TAB-LOJA-TROCA
                TO TAB-LOJA-REGISTRO(IDX-LOJA2)
           END-IF.

       057-COMPARAR-LOJA.
           IF TAB-LOJA-CONTRIB(IDX-LOJA3) >
              TAB-LOJA-CONTRIB(IDX-LOJA2)
              SET IDX-LOJA2 TO IDX-LOJA3
           END-IF.

      *LINHA DA LOJA NA CLASSIFICACAO, SOMANDO NA SUA REGIAO E NO
      *TOTAL DA EMPRESA.
       058-GRAVAR-PLRANK-LOJA.
           ADD 1 TO WRK-POSICAO.
           MOVE "L"                          TO PLRANK-TIPO-LINHA.
           MOVE WRK-POSICAO                  TO PLRANK-POSICAO.
           MOVE TAB-LOJA-COD(IDX-LOJA)       TO PLRANK-COD-LOJA.
           MOVE TAB-LOJA-NOME(IDX-LOJA)      TO PLRANK-NOME-LOJA.
           MOVE TAB-LOJA-REGIAO(IDX-LOJA)    TO PLRANK-REGIAO.
           MOVE TAB-LOJA-RECEITA(IDX-LOJA)   TO PLRANK-RECEITA.
           MOVE TAB-LOJA-MARGEM(IDX-LOJA)    TO PLRANK-MARGEM-BRUTA.
           MOVE TAB-LOJA-CONTRIB(IDX-LOJA)   TO PLRANK-MARGEM-CONTRIB.
           MOVE TAB-LOJA-PCT-CONTRIB(IDX-LOJA)
             TO PLRANK-PCT-CONTRIB.
           MOVE TAB-LOJA-VAR-ORCADO(IDX-LOJA) TO PLRANK-VAR-ORCADO.
           PERFORM 061-GRAVAR-LINHA-PLRANK.

           MOVE TAB-LOJA-REGIAO(IDX-LOJA) TO WRK-REGIAO-BUSCA.
           PERFORM 081-BUSCAR-REGIAO.
           ADD TAB-LOJA-RECEITA(IDX-LOJA) TO TAB-REG-RECEITA(IDX-REG).
           ADD TAB-LOJA-MARGEM(IDX-LOJA)  TO TAB-REG-MARGEM(IDX-REG).
           ADD TAB-LOJA-CONTRIB(IDX-LOJA) TO TAB-REG-CONTRIB(IDX-REG).
           ADD TAB-LOJA-VAR-ORCADO(IDX-LOJA)
             TO TAB-REG-VAR-ORCADO(IDX-REG).

           ADD TAB-LOJA-MARGEM(IDX-LOJA)  TO WRK-TOT-MARGEM.
           ADD TAB-LOJA-CONTRIB(IDX-LOJA) TO WRK-TOT-CONTRIB.
           ADD TAB-LOJA-VAR-ORCADO(IDX-LOJA) TO WRK-TOT-VAR-ORCADO.
           ADD TAB-LOJA-DESPESA(IDX-LOJA) TO WRK-TOT-DESPESA.

      *TOTAL DA REGIAO, NA ORDEM EM QUE A REGIAO APARECEU NA
      *CLASSIFICACAO (A REGIAO DA MELHOR LOJA PRIMEIRO).
       059-GRAVAR-PLRANK-REGIAO.
           MOVE "R"                        TO PLRANK-TIPO-LINHA.
           MOVE ZEROS                      TO PLRANK-POSICAO.
           MOVE ZEROS                      TO PLRANK-COD-LOJA.
           MOVE SPACES                     TO PLRANK-NOME-LOJA.
           MOVE TAB-REG-REGIAO(IDX-REG)    TO PLRANK-REGIAO.
           MOVE TAB-REG-RECEITA(IDX-REG)   TO PLRANK-RECEITA.
           MOVE TAB-REG-MARGEM(IDX-REG)    TO PLRANK-MARGEM-BRUTA.
           MOVE TAB-REG-CONTRIB(IDX-REG)   TO PLRANK-MARGEM-CONTRIB.
           IF TAB-REG-RECEITA(IDX-REG) > ZEROS
              COMPUTE PLRANK-PCT-CONTRIB ROUNDED =
                  TAB-REG-CONTRIB(IDX-REG) * 100
                  / TAB-REG-RECEITA(IDX-REG)
           ELSE
              MOVE ZEROS TO PLRANK-PCT-CONTRIB
           END-IF.
           MOVE TAB-REG-VAR-ORCADO(IDX-REG) TO PLRANK-VAR-ORCADO.
           PERFORM 061-GRAVAR-LINHA-PLRANK.

       060-GRAVAR-PLRANK-TOTAL.
           MOVE "T"                TO PLRANK-TIPO-LINHA.
           MOVE ZEROS              TO PLRANK-POSICAO.
           MOVE ZEROS              TO PLRANK-COD-LOJA.
           MOVE "TOTAL DA EMPRESA" TO PLRANK-NOME-LOJA.
           MOVE SPACES             TO PLRANK-REGIAO.
           MOVE WRK-TOT-RECEITA    TO PLRANK-RECEITA.
           MOVE WRK-TOT-MARGEM     TO PLRANK-MARGEM-BRUTA.
           MOVE WRK-TOT-CONTRIB    TO PLRANK-MARGEM-CONTRIB.
           IF WRK-TOT-RECEITA > ZEROS
              COMPUTE PLRANK-PCT-CONTRIB ROUNDED =
                  WRK-TOT-CONTRIB * 100 / WRK-TOT-RECEITA
           ELSE
              MOVE ZEROS TO PLRANK-PCT-CONTRIB
           END-IF.
           MOVE WRK-TOT-VAR-ORCADO TO PLRANK-VAR-ORCADO.
           PERFORM 061-GRAVAR-LINHA-PLRANK.

       061-GRAVAR-LINHA-PLRANK.
           MOVE PARMMES-ANOMES TO PLRANK-ANOMES.
           WRITE FD-PLRANK-REGISTRO FROM WRK-PLRANK-REGISTRO.
           IF WRK-FS-PLRANK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PLRANK - FS: " WRK-FS-PLRANK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-PLRANK.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos MARGMES.....: "
                   WRK-CONT-LIDOS-MARGMES.
           DISPLAY "Quantidade de Registros Lidos COMISMES....: "
                   WRK-CONT-LIDOS-COMISMES.
           DISPLAY "Quantidade de Registros Lidos SHRKMES.....: "
                   WRK-CONT-LIDOS-SHRKMES.
           DISPLAY "Quantidade de Registros Lidos CAIXAMES....: "
                   WRK-CONT-LIDOS-CAIXAMES.
           DISPLAY "Quantidade de Registros Lidos CHGBMES.....: "
                   WRK-CONT-LIDOS-CHGBMES.
           DISPLAY "Quantidade de Registros Lidos DESPLOJA....: "
                   WRK-CONT-LIDOS-DESPLOJA.
           DISPLAY "Quantidade de Despesas de Outro Mes.......: "
                   WRK-CONT-DESP-OUTRO-MES.
           DISPLAY "Quantidade de Registros Lidos ORCREL......: "
                   WRK-CONT-LIDOS-ORCREL.
           DISPLAY "Quantidade de Registros de Loja sem Cadastro: "
                   WRK-CONT-SEM-CADASTRO.
           DISPLAY "Quantidade de Vendedores sem Loja (Rateio): "
                   WRK-CONT-VEND-SEM-LOJA.
           DISPLAY "Quantidade de Linhas no PLLOJA............: "
                   WRK-CONT-GRAVADOS-PLLOJA.
           DISPLAY "Quantidade de Linhas no PLRANK............: "
                   WRK-CONT-GRAVADOS-PLRANK.
           DISPLAY "Quebra Liquida Rateada....................: "
                   WRK-TOT-QUEBRA-LIQ.
           DISPLAY "Comissao Apropriada pelo VENDLOJA.........: "
                   WRK-TOT-COMIS-LOJA.
           DISPLAY "Comissao Rateada pela Receita.............: "
                   WRK-TOT-COMIS-RATEIO.
           DISPLAY "Total de Despesas Operacionais............: "
                   WRK-TOT-DESPESA.
           DISPLAY "Margem de Contribuicao da Empresa.........: "
                   WRK-TOT-CONTRIB.

       052-FECHAR-ARQUIVOS.
           CLOSE MARGMES.
           IF WRK-FS-MARGMES NOT = "00"
              DISPLAY "ERRO CLOSE MARGMES - FS: " WRK-FS-MARGMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMISMES.
           IF WRK-FS-COMISMES NOT = "00"
              DISPLAY "ERRO CLOSE COMISMES - FS: " WRK-FS-COMISMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE SHRKMES.
           IF WRK-FS-SHRKMES NOT = "00"
              DISPLAY "ERRO CLOSE SHRKMES - FS: " WRK-FS-SHRKMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CAIXAMES.
           IF WRK-FS-CAIXAMES NOT = "00"
              DISPLAY "ERRO CLOSE CAIXAMES - FS: " WRK-FS-CAIXAMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CHGBMES.
           IF WRK-FS-CHGBMES NOT = "00"
              DISPLAY "ERRO CLOSE CHGBMES - FS: " WRK-FS-CHGBMES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DESPLOJA.
           IF WRK-FS-DESPLOJA NOT = "00"
              DISPLAY "ERRO CLOSE DESPLOJA - FS: " WRK-FS-DESPLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF ORCREL-ABERTO
              CLOSE ORCREL
              IF WRK-FS-ORCREL NOT = "00"
                 DISPLAY "ERRO CLOSE ORCREL - FS: " WRK-FS-ORCREL
              END-IF
           END-IF.

           CLOSE PLLOJA.
           IF WRK-FS-PLLOJA NOT = "00"
              DISPLAY "ERRO CLOSE PLLOJA - FS: " WRK-FS-PLLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PLRANK.
           IF WRK-FS-PLRANK NOT = "00"
              DISPLAY "ERRO CLOSE PLRANK - FS: " WRK-FS-PLRANK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX09".
           GOBACK.

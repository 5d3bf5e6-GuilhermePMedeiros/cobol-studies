       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX28.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX28
      *AGRUPAMENTO DE CLIENTES POR DOMICILIO. RODA DEPOIS DO
      *AC00EX37 E DAS CARTEIRAS DO DIA (AC00EX06, AC00EX83,
      *AC00EX15 E AC00EX64). VARRE O KSDS ENDERECO E NORMALIZA
      *RUA, CIDADE E CEP DE CADA CONTA (MAIUSCULAS, SEM PONTUACAO
      *NEM ESPACOS, COM OS TIPOS DE LOGRADOURO ABREVIADOS), E AS
      *CONTAS COM O MESMO ENDERECO NORMALIZADO FORMAM UM DOMICILIO.
      *O CLIENTE DA LOJA ENTRA NO DOMICILIO DA SUA CONTA BANCARIA
      *PELO MAPA MAPCLI.
      *O MESTRE DE DOMICILIOS (DOMANT/DOMHOJE) MANTEM O NUMERO DE
      *CADA DOMICILIO ESTAVEL DE UM DIA PARA O OUTRO: O ENDERECO
      *NORMALIZADO JA CONHECIDO RECEBE SEMPRE O MESMO NUMERO E SO
      *ENDERECO NOVO GANHA NUMERO NOVO. DOMICILIO QUE FICOU SEM
      *MEMBROS FICA INATIVO NO MESTRE E O NUMERO NAO E REUSADO.
      *OS MEMBROS DE CADA DOMICILIO SAEM EM DOMMEMB, COM A CONTA DE
      *MENOR CHAVE MARCADA COMO PRINCIPAL, PARA AS MALAS DIRETAS
      *DE UMA CARTA POR DOMICILIO. O RELATORIO DOMEXPO SOMA POR
      *DOMICILIO O CHEQUE ESPECIAL (SALDO NEGATIVO NO CADCLIN), OS
      *EMPRESTIMOS (PARCELAS NAO PAGAS NO CRONHOJE), O LIMITE DE
      *CREDITO DA LOJA (LIMCRED) E OS TITULOS EM ABERTO A RECEBER
      *(CONTARHOJE). A EXPOSICAO DO DOMICILIO E A SOMA DO CHEQUE
      *ESPECIAL, DOS EMPRESTIMOS E DOS TITULOS A RECEBER - O
      *LIMITE DA LOJA E INFORMATIVO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CADASTRO DE ENDERECOS, LIDO POR INTEIRO NA ORDEM DA CHAVE
       SELECT ENDERECO ASSIGN    TO ENDERECO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-ENDERECO-CHAVE
                      FILE STATUS    IS WRK-FS-ENDERECO.

      *MAPA DE CHAVES VENDAS X BANCO (OPCIONAL - SEM ELE, NENHUM
      *CLIENTE DA LOJA ENTRA NOS DOMICILIOS)
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

      *MESTRE DE DOMICILIOS DO DIA ANTERIOR (OPCIONAL NA PRIMEIRA
      *EXECUCAO) E NOVA GERACAO
       SELECT DOMANT   ASSIGN    TO DOMANT
                      FILE STATUS    IS WRK-FS-DOMANT.

       SELECT DOMHOJE  ASSIGN    TO DOMHOJE
                      FILE STATUS    IS WRK-FS-DOMHOJE.

      *CONTAS DO BANCO - SALDO NEGATIVO E CHEQUE ESPECIAL
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CARTEIRA DE EMPRESTIMOS DO AC00EX83 (OPCIONAL)
       SELECT CRONHOJE ASSIGN    TO CRONHOJE
                      FILE STATUS    IS WRK-FS-CRONHOJE.

      *LIMITES DE CREDITO DA LOJA (OPCIONAL)
       SELECT LIMCRED  ASSIGN    TO LIMCRED
                      FILE STATUS    IS WRK-FS-LIMCRED.

      *REGISTRO DE RECEBIVEIS DO AC00EX15 (OPCIONAL)
       SELECT CONTARHOJE ASSIGN  TO CONTARHOJE
                      FILE STATUS    IS WRK-FS-CONTARHOJE.

      *MEMBROS DE CADA DOMICILIO, PARA AS MALAS DIRETAS
       SELECT DOMMEMB  ASSIGN    TO DOMMEMB
                      FILE STATUS    IS WRK-FS-DOMMEMB.

      *EXPOSICAO DE CREDITO POR DOMICILIO
       SELECT DOMEXPO  ASSIGN    TO DOMEXPO
                      FILE STATUS    IS WRK-FS-DOMEXPO.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  ENDERECO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDERECO-REGISTRO.
           05 FD-ENDERECO-CHAVE     PIC X(015).
           05 FILLER                PIC X(060).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

       FD  DOMANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOMANT-REGISTRO      PIC X(080).

       FD  DOMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOMHOJE-REGISTRO     PIC X(080).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  CRONHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRONHOJE-REGISTRO    PIC X(046).

       FD  LIMCRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LIMCRED-REGISTRO     PIC X(025).

       FD  CONTARHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONTARHOJE-REGISTRO  PIC X(039).

       FD  DOMMEMB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOMMEMB-REGISTRO     PIC X(030).

       FD  DOMEXPO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOMEXPO-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-DOMANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-DOMHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CRONHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-LIMCRED        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONTARHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-DOMMEMB        PIC X(002) VALUE SPACES.
           05 WRK-FS-DOMEXPO        PIC X(002) VALUE SPACES.

      *LAYOUT DE ENDERECO - CADASTRO MANTIDO PELO AC00EX37
       01  WRK-ENDERECO-REGISTRO.
           05 ENDERECO-CHAVE        PIC X(015).
           05 ENDERECO-RUA          PIC X(030).
           05 ENDERECO-CIDADE       PIC X(020).
           05 ENDERECO-UF           PIC X(002).
           05 ENDERECO-CEP          PIC 9(008).

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

      *LAYOUT DO MESTRE DE DOMICILIOS (DOMANT/DOMHOJE) - O NUMERO
      *E O ENDERECO NORMALIZADO QUE IDENTIFICA O DOMICILIO
       01  WRK-DOM-REGISTRO.
           05 DOM-NUMERO            PIC 9(007).
           05 DOM-CHAVE-ENDERECO.
              10 DOM-CEP            PIC 9(008).
              10 DOM-CIDADE-NORM    PIC X(020).
              10 DOM-RUA-NORM       PIC X(030).
           05 DOM-QTD-MEMBROS       PIC 9(003).
           05 DOM-DATA-CRIACAO      PIC 9(008).
           05 DOM-SITUACAO          PIC X(001).
               88 DOM-ATIVO            VALUE "A".
               88 DOM-INATIVO          VALUE "I".
           05 FILLER                PIC X(003).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE CRONHOJE - MESMO GRAVADO PELO AC00EX83
       01  WRK-CRON-REGISTRO.
           05 CRON-CHAVE            PIC  X(015).
           05 CRON-NUM-PARCELA      PIC  9(003).
           05 CRON-DATA-VENC        PIC  9(008).
           05 CRON-VALOR            PIC  9(009)V99.
           05 CRON-STATUS           PIC  X(001).
               88 CRON-ABERTA          VALUE "A".
               88 CRON-PAGA            VALUE "P".
               88 CRON-EM-ATRASO       VALUE "V".
           05 CRON-DATA-PAGTO       PIC  9(008).

      *LAYOUT DE LIMCRED - LIMITE E EXPOSICAO DO CLIENTE DA LOJA
       01  WRK-LIMCRED-REGISTRO.
           05 LIMCRED-COD-CLIENTE   PIC  9(003).
           05 LIMCRED-LIMITE        PIC  9(009)V99.
           05 LIMCRED-EXPOSICAO     PIC  9(009)V99.

      *LAYOUT DE CONTARHOJE - MESMO GRAVADO PELO AC00EX15
       01  WRK-CONTAR-REGISTRO.
           05 CONTAR-COD-COMPRA     PIC  9(005).
           05 CONTAR-COD-CLIENTE    PIC  9(003).
           05 CONTAR-DATA-COMPRA    PIC  9(008).
           05 CONTAR-VALOR-ORIGINAL PIC  9(009)V99.
           05 CONTAR-VALOR-PAGO     PIC  9(009)V99.
           05 CONTAR-STATUS         PIC  X(001).
               88 CONTAR-ABERTO        VALUE "A".
               88 CONTAR-QUITADO       VALUE "Q".

      *LAYOUT DE DOMMEMB - MEMBRO DO DOMICILIO. A CHAVE DA CONTA
      *(TIPO C) E A CHAVE BANCARIA; A DO CLIENTE DA LOJA (TIPO L)
      *E O CODIGO ALINHADO A ESQUERDA NA CHAVE GENERICA
       01  WRK-DOMMEMB-REGISTRO.
           05 DOMMEMB-NUMERO        PIC 9(007).
           05 DOMMEMB-TIPO          PIC X(001).
               88 DOMMEMB-CONTA        VALUE "C".
               88 DOMMEMB-LOJA         VALUE "L".
           05 DOMMEMB-CHAVE         PIC X(015).
           05 DOMMEMB-PRINCIPAL     PIC X(001).
           05 FILLER                PIC X(006).

      *DOMICILIOS EM MEMORIA: OS DO MESTRE ANTERIOR E OS NOVOS DO
      *DIA, COM OS MEMBROS E A EXPOSICAO APURADOS NESTE RUN
       01  WRK-TAB-DOM-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DOM-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-DOM-QTDE
               INDEXED BY IDX-DOM.
           05 TAB-DOM-NUMERO        PIC 9(007).
           05 TAB-DOM-CHAVE-ENDERECO PIC X(058).
           05 TAB-DOM-DATA-CRIACAO  PIC 9(008).
           05 TAB-DOM-QTD-MEMBROS   PIC 9(003).
           05 TAB-DOM-CHEQUE        PIC 9(011)V99.
           05 TAB-DOM-EMPRESTIMO    PIC 9(011)V99.
           05 TAB-DOM-LIMITE        PIC 9(011)V99.
           05 TAB-DOM-RECEBER       PIC 9(011)V99.

      *MAPA CARREGADO EM MEMORIA (CONTA -> CLIENTE DA LOJA)
       01  WRK-TAB-MAPA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-MAPA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MAPA-QTDE
               INDEXED BY IDX-MAPA.
           05 TAB-MAPA-CHAVE        PIC X(015).
           05 TAB-MAPA-COD-CLIENTE  PIC 9(003).

      *CHEQUE ESPECIAL UTILIZADO POR CONTA
       01  WRK-TAB-CHQ-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CHQ-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-CHQ-QTDE
               INDEXED BY IDX-CHQ.
           05 TAB-CHQ-CHAVE         PIC X(015).
           05 TAB-CHQ-VALOR         PIC 9(011)V99.

      *SALDO DAS PARCELAS NAO PAGAS POR CONTA
       01  WRK-TAB-EMP-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-EMP-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-EMP-QTDE
               INDEXED BY IDX-EMP.
           05 TAB-EMP-CHAVE         PIC X(015).
           05 TAB-EMP-SALDO         PIC 9(011)V99.

      *LIMITE DE CREDITO POR CLIENTE DA LOJA
       01  WRK-TAB-LIM-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-LIM-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-LIM-QTDE
               INDEXED BY IDX-LIM.
           05 TAB-LIM-COD-CLIENTE   PIC 9(003).
           05 TAB-LIM-LIMITE        PIC 9(009)V99.

      *TITULOS EM ABERTO POR CLIENTE DA LOJA
       01  WRK-TAB-REC-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-REC-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-REC-QTDE
               INDEXED BY IDX-REC.
           05 TAB-REC-COD-CLIENTE   PIC 9(003).
           05 TAB-REC-SALDO         PIC 9(011)V99.

      *ULTIMO NUMERO DE DOMICILIO ATRIBUIDO
       01  WRK-ULTIMO-NUMERO        PIC 9(007) VALUE ZEROS.

      *ENDERECO NORMALIZADO DA CONTA CORRENTE
       01  WRK-CHAVE-ENDERECO.
           05 WRK-CHV-CEP           PIC 9(008).
           05 WRK-CHV-CIDADE        PIC X(020).
           05 WRK-CHV-RUA           PIC X(030).

      *AREAS DA NORMALIZACAO: MAIUSCULAS E PONTUACAO TROCADA POR
      *ESPACO, QUE DEPOIS SAO TODOS RETIRADOS
       01  WRK-CARACTERES-DE        PIC X(033) VALUE
           "abcdefghijklmnopqrstuvwxyz.,-/;:#".
       01  WRK-CARACTERES-PARA      PIC X(033) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ       ".

       01  WRK-NORM-ENTRADA         PIC X(030) VALUE SPACES.
       01  WRK-NORM-SAIDA           PIC X(030) VALUE SPACES.
       01  WRK-POS-ENTRADA          PIC 9(002) VALUE ZEROS.
       01  WRK-POS-SAIDA            PIC 9(002) VALUE ZEROS.
       01  WRK-POS-INICIO           PIC 9(002) VALUE ZEROS.

      *EXPOSICAO DO DOMICILIO CORRENTE
       01  WRK-EXPOSICAO-DOM        PIC 9(013)V99 VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

      *TOTAIS DO RELATORIO
       01  WRK-TOTAIS-EXPO.
           05 WRK-TOT-CHEQUE        PIC 9(013)V99 VALUE ZEROS.
           05 WRK-TOT-EMPRESTIMO    PIC 9(013)V99 VALUE ZEROS.
           05 WRK-TOT-LIMITE        PIC 9(013)V99 VALUE ZEROS.
           05 WRK-TOT-RECEBER       PIC 9(013)V99 VALUE ZEROS.
           05 WRK-TOT-EXPOSICAO     PIC 9(013)V99 VALUE ZEROS.

      *LINHAS DO RELATORIO DOMEXPO
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(038) VALUE
              "EXPOSICAO DE CREDITO POR DOMICILIO EM ".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(032) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(040) VALUE
              "DOMIC. MEM   CHEQUE ESP.    EMPRESTIMO  ".
           05 FILLER                PIC X(040) VALUE
              " LIMITE LOJA     A RECEBER     EXPOSICAO".

       01  WRK-LINHA-DETALHE.
           05 DET-NUMERO            PIC 9(007).
           05 DET-QTD-MEMBROS       PIC ZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-CHEQUE            PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-EMPRESTIMO        PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-LIMITE            PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-RECEBER           PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-EXPOSICAO         PIC ZZ.ZZZ.Z99,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER                PIC X(010) VALUE "TOTAL".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TOT-CHEQUE            PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TOT-EMPRESTIMO        PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TOT-LIMITE            PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TOT-RECEBER           PIC ZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TOT-EXPOSICAO         PIC ZZ.ZZZ.Z99,99.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-ENDERECO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DOMANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-ENDERECO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MEMBROS-CONTA      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MEMBROS-LOJA       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOM-NOVOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOM-ATIVOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOM-MULTIPLOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOM-INATIVOS       PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX28-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-ENDERECO = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX28 INICIADO - DOMICILIOS"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-DOMANT.
           PERFORM 014-CARREGAR-TABELA-MAPA.
           PERFORM 015-CARREGAR-TABELA-CHQ.
           PERFORM 016-CARREGAR-TABELA-EMP.
           PERFORM 017-CARREGAR-TABELA-LIM.
           PERFORM 018-CARREGAR-TABELA-REC.
           PERFORM 040-LER-ENDERECO.
           IF WRK-FS-ENDERECO = "10"
              DISPLAY "CADASTRO ENDERECO VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    ENDERECO.
           IF WRK-FS-ENDERECO NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENDERECO - FS: " WRK-FS-ENDERECO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOMHOJE.
           IF WRK-FS-DOMHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOMHOJE - FS: " WRK-FS-DOMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOMMEMB.
           IF WRK-FS-DOMMEMB NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOMMEMB - FS: " WRK-FS-DOMMEMB
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOMEXPO.
           IF WRK-FS-DOMEXPO NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOMEXPO - FS: " WRK-FS-DOMEXPO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O MESTRE ANTERIOR, ZERANDO MEMBROS E EXPOSICAO, QUE
      *SAO APURADOS DE NOVO NESTE RUN.
       013-CARREGAR-DOMANT.
           OPEN INPUT   DOMANT.
           IF WRK-FS-DOMANT = "35"
              MOVE ZEROS TO WRK-TAB-DOM-QTDE
           ELSE
              IF WRK-FS-DOMANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA DOMANT - FS: " WRK-FS-DOMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 041-LER-DOMANT
              PERFORM 030-MOVER-DADOS-TAB-DOM
                UNTIL WRK-FS-DOMANT = "10"
              CLOSE DOMANT
              IF WRK-FS-DOMANT NOT = "00"
                 DISPLAY "ERRO CLOSE DOMANT - FS: " WRK-FS-DOMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       030-MOVER-DADOS-TAB-DOM.
           ADD 1 TO WRK-CONT-LIDOS-DOMANT.
           ADD 1 TO WRK-TAB-DOM-QTDE.
           SET IDX-DOM TO WRK-TAB-DOM-QTDE.
           MOVE DOM-NUMERO          TO TAB-DOM-NUMERO(IDX-DOM).
           MOVE DOM-CHAVE-ENDERECO  TO TAB-DOM-CHAVE-ENDERECO(IDX-DOM).
           MOVE DOM-DATA-CRIACAO    TO TAB-DOM-DATA-CRIACAO(IDX-DOM).
           MOVE ZEROS TO TAB-DOM-QTD-MEMBROS(IDX-DOM)
                         TAB-DOM-CHEQUE(IDX-DOM)
                         TAB-DOM-EMPRESTIMO(IDX-DOM)
                         TAB-DOM-LIMITE(IDX-DOM)
                         TAB-DOM-RECEBER(IDX-DOM).
           IF DOM-NUMERO > WRK-ULTIMO-NUMERO
              MOVE DOM-NUMERO TO WRK-ULTIMO-NUMERO
           END-IF.
           PERFORM 041-LER-DOMANT.

       014-CARREGAR-TABELA-MAPA.
           OPEN INPUT   MAPCLI.
           IF WRK-FS-MAPCLI = "35"
              MOVE ZEROS TO WRK-TAB-MAPA-QTDE
           ELSE
              IF WRK-FS-MAPCLI NOT = ZEROS
                 DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-MAPCLI
              PERFORM 031-MOVER-DADOS-TAB-MAPA
                UNTIL WRK-FS-MAPCLI = "10"
              CLOSE MAPCLI
              IF WRK-FS-MAPCLI NOT = "00"
                 DISPLAY "ERRO CLOSE MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-MOVER-DADOS-TAB-MAPA.
           ADD 1 TO WRK-TAB-MAPA-QTDE.
           MOVE MAPCLI-CHAVE
           TO TAB-MAPA-CHAVE(WRK-TAB-MAPA-QTDE).
           MOVE MAPCLI-COD-CLIENTE
           TO TAB-MAPA-COD-CLIENTE(WRK-TAB-MAPA-QTDE).
           PERFORM 042-LER-MAPCLI.

      *CONTAS COM SALDO NEGATIVO - O CHEQUE ESPECIAL UTILIZADO.
       015-CARREGAR-TABELA-CHQ.
           OPEN INPUT   CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 043-LER-CADCLIN.
           PERFORM 032-MOVER-DADOS-TAB-CHQ
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       032-MOVER-DADOS-TAB-CHQ.
           IF CADCLIN-SALDO-ATUAL < ZEROS
              ADD 1 TO WRK-TAB-CHQ-QTDE
              MOVE CADCLIN-CHAVE
              TO TAB-CHQ-CHAVE(WRK-TAB-CHQ-QTDE)
              COMPUTE TAB-CHQ-VALOR(WRK-TAB-CHQ-QTDE) =
                  ZEROS - CADCLIN-SALDO-ATUAL
           END-IF.
           PERFORM 043-LER-CADCLIN.

      *SOMA POR CONTA AS PARCELAS ABERTAS E EM ATRASO.
       016-CARREGAR-TABELA-EMP.
           OPEN INPUT   CRONHOJE.
           IF WRK-FS-CRONHOJE = "35"
              MOVE ZEROS TO WRK-TAB-EMP-QTDE
           ELSE
              IF WRK-FS-CRONHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRONHOJE - FS: "
                         WRK-FS-CRONHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-CRONHOJE
              PERFORM 033-ACUMULAR-TAB-EMP
                UNTIL WRK-FS-CRONHOJE = "10"
              CLOSE CRONHOJE
              IF WRK-FS-CRONHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE CRONHOJE - FS: "
                         WRK-FS-CRONHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-ACUMULAR-TAB-EMP.
           IF CRON-ABERTA OR CRON-EM-ATRASO
              SET IDX-EMP TO 1
              SEARCH TAB-EMP-REGISTRO
                  AT END
                      ADD 1 TO WRK-TAB-EMP-QTDE
                      MOVE CRON-CHAVE
                      TO TAB-EMP-CHAVE(WRK-TAB-EMP-QTDE)
                      MOVE CRON-VALOR
                      TO TAB-EMP-SALDO(WRK-TAB-EMP-QTDE)
                  WHEN TAB-EMP-CHAVE(IDX-EMP) = CRON-CHAVE
                      ADD CRON-VALOR TO TAB-EMP-SALDO(IDX-EMP)
              END-SEARCH
           END-IF.
           PERFORM 044-LER-CRONHOJE.

       017-CARREGAR-TABELA-LIM.
           OPEN INPUT   LIMCRED.
           IF WRK-FS-LIMCRED = "35"
              MOVE ZEROS TO WRK-TAB-LIM-QTDE
           ELSE
              IF WRK-FS-LIMCRED NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LIMCRED - FS: " WRK-FS-LIMCRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-LIMCRED
              PERFORM 034-MOVER-DADOS-TAB-LIM
                UNTIL WRK-FS-LIMCRED = "10"
              CLOSE LIMCRED
              IF WRK-FS-LIMCRED NOT = "00"
                 DISPLAY "ERRO CLOSE LIMCRED - FS: " WRK-FS-LIMCRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       034-MOVER-DADOS-TAB-LIM.
           ADD 1 TO WRK-TAB-LIM-QTDE.
           MOVE LIMCRED-COD-CLIENTE
           TO TAB-LIM-COD-CLIENTE(WRK-TAB-LIM-QTDE).
           MOVE LIMCRED-LIMITE
           TO TAB-LIM-LIMITE(WRK-TAB-LIM-QTDE).
           PERFORM 045-LER-LIMCRED.

      *SOMA POR CLIENTE DA LOJA O SALDO DOS TITULOS EM ABERTO.
       018-CARREGAR-TABELA-REC.
           OPEN INPUT   CONTARHOJE.
           IF WRK-FS-CONTARHOJE = "35"
              MOVE ZEROS TO WRK-TAB-REC-QTDE
           ELSE
              IF WRK-FS-CONTARHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CONTARHOJE - FS: "
                         WRK-FS-CONTARHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-CONTARHOJE
              PERFORM 035-ACUMULAR-TAB-REC
                UNTIL WRK-FS-CONTARHOJE = "10"
              CLOSE CONTARHOJE
              IF WRK-FS-CONTARHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE CONTARHOJE - FS: "
                         WRK-FS-CONTARHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       035-ACUMULAR-TAB-REC.
           IF CONTAR-ABERTO AND
              CONTAR-VALOR-ORIGINAL > CONTAR-VALOR-PAGO
              SET IDX-REC TO 1
              SEARCH TAB-REC-REGISTRO
                  AT END
                      ADD 1 TO WRK-TAB-REC-QTDE
                      MOVE CONTAR-COD-CLIENTE
                      TO TAB-REC-COD-CLIENTE(WRK-TAB-REC-QTDE)
                      COMPUTE TAB-REC-SALDO(WRK-TAB-REC-QTDE) =
                          CONTAR-VALOR-ORIGINAL - CONTAR-VALOR-PAGO
                  WHEN TAB-REC-COD-CLIENTE(IDX-REC) =
                       CONTAR-COD-CLIENTE
                      COMPUTE TAB-REC-SALDO(IDX-REC) =
                          TAB-REC-SALDO(IDX-REC) +
                          CONTAR-VALOR-ORIGINAL - CONTAR-VALOR-PAGO
              END-SEARCH
           END-IF.
           PERFORM 046-LER-CONTARHOJE.

      *UMA CONTA DO CADASTRO DE ENDERECOS POR ITERACAO. CONTA SEM
      *RUA OU SEM CEP NAO ENTRA EM DOMICILIO.
       020-PROCESSAR.
           ADD 1 TO WRK-CONT-LIDOS-ENDERECO.
           IF ENDERECO-RUA = SPACES OR ENDERECO-CEP = ZEROS
              ADD 1 TO WRK-CONT-SEM-ENDERECO
           ELSE
              PERFORM 021-NORMALIZAR-ENDERECO
              PERFORM 022-LOCALIZAR-DOMICILIO
              PERFORM 023-INCLUIR-CONTA
              PERFORM 024-INCLUIR-CLIENTE-LOJA
           END-IF.
           PERFORM 040-LER-ENDERECO.

      *MONTA O ENDERECO NORMALIZADO: CEP, CIDADE E RUA EM
      *MAIUSCULAS, SEM PONTUACAO E SEM ESPACOS. NA RUA, O TIPO DE
      *LOGRADOURO POR EXTENSO OU ABREVIADO VIRA A MESMA ABREVIATURA.
       021-NORMALIZAR-ENDERECO.
           MOVE ENDERECO-CEP TO WRK-CHV-CEP.

           MOVE ENDERECO-CIDADE TO WRK-NORM-ENTRADA.
           INSPECT WRK-NORM-ENTRADA
               CONVERTING WRK-CARACTERES-DE TO WRK-CARACTERES-PARA.
           MOVE SPACES TO WRK-NORM-SAIDA.
           MOVE ZEROS  TO WRK-POS-SAIDA.
           PERFORM 036-COMPACTAR-CARACTER
             VARYING WRK-POS-ENTRADA FROM 1 BY 1
               UNTIL WRK-POS-ENTRADA > 30.
           MOVE WRK-NORM-SAIDA TO WRK-CHV-CIDADE.

           MOVE ENDERECO-RUA TO WRK-NORM-ENTRADA.
           INSPECT WRK-NORM-ENTRADA
               CONVERTING WRK-CARACTERES-DE TO WRK-CARACTERES-PARA.
           MOVE SPACES TO WRK-NORM-SAIDA.
           MOVE ZEROS  TO WRK-POS-SAIDA.
           MOVE 1      TO WRK-POS-INICIO.
           EVALUATE TRUE
               WHEN WRK-NORM-ENTRADA(1:4) = "RUA "
                   MOVE "R"  TO WRK-NORM-SAIDA
                   MOVE 1    TO WRK-POS-SAIDA
                   MOVE 5    TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:2) = "R "
                   MOVE "R"  TO WRK-NORM-SAIDA
                   MOVE 1    TO WRK-POS-SAIDA
                   MOVE 3    TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:8) = "AVENIDA "
                   MOVE "AV" TO WRK-NORM-SAIDA
                   MOVE 2    TO WRK-POS-SAIDA
                   MOVE 9    TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:3) = "AV "
                   MOVE "AV" TO WRK-NORM-SAIDA
                   MOVE 2    TO WRK-POS-SAIDA
                   MOVE 4    TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:9) = "TRAVESSA "
                   MOVE "TV" TO WRK-NORM-SAIDA
                   MOVE 2    TO WRK-POS-SAIDA
                   MOVE 10   TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:3) = "TV "
                   MOVE "TV" TO WRK-NORM-SAIDA
                   MOVE 2    TO WRK-POS-SAIDA
                   MOVE 4    TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:8) = "ALAMEDA "
                   MOVE "AL" TO WRK-NORM-SAIDA
                   MOVE 2    TO WRK-POS-SAIDA
                   MOVE 9    TO WRK-POS-INICIO
               WHEN WRK-NORM-ENTRADA(1:3) = "AL "
                   MOVE "AL" TO WRK-NORM-SAIDA
                   MOVE 2    TO WRK-POS-SAIDA
                   MOVE 4    TO WRK-POS-INICIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 036-COMPACTAR-CARACTER
             VARYING WRK-POS-ENTRADA FROM WRK-POS-INICIO BY 1
               UNTIL WRK-POS-ENTRADA > 30.
           MOVE WRK-NORM-SAIDA TO WRK-CHV-RUA.

       036-COMPACTAR-CARACTER.
           IF WRK-NORM-ENTRADA(WRK-POS-ENTRADA:1) NOT = SPACE
              ADD 1 TO WRK-POS-SAIDA
              MOVE WRK-NORM-ENTRADA(WRK-POS-ENTRADA:1)
                TO WRK-NORM-SAIDA(WRK-POS-SAIDA:1)
           END-IF.

      *POSICIONA IDX-DOM NO DOMICILIO DO ENDERECO NORMALIZADO. O
      *ENDERECO QUE AINDA NAO EXISTE NO MESTRE GANHA O PROXIMO
      *NUMERO.
       022-LOCALIZAR-DOMICILIO.
           SET IDX-DOM TO 1.
           SEARCH TAB-DOM-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-DOM-QTDE
                   SET IDX-DOM TO WRK-TAB-DOM-QTDE
                   ADD 1 TO WRK-ULTIMO-NUMERO
                   MOVE WRK-ULTIMO-NUMERO  TO TAB-DOM-NUMERO(IDX-DOM)
                   MOVE WRK-CHAVE-ENDERECO
                   TO TAB-DOM-CHAVE-ENDERECO(IDX-DOM)
                   MOVE WRK-DATA-SIS TO TAB-DOM-DATA-CRIACAO(IDX-DOM)
                   MOVE ZEROS TO TAB-DOM-QTD-MEMBROS(IDX-DOM)
                                 TAB-DOM-CHEQUE(IDX-DOM)
                                 TAB-DOM-EMPRESTIMO(IDX-DOM)
                                 TAB-DOM-LIMITE(IDX-DOM)
                                 TAB-DOM-RECEBER(IDX-DOM)
                   ADD 1 TO WRK-CONT-DOM-NOVOS
               WHEN TAB-DOM-CHAVE-ENDERECO(IDX-DOM) =
                    WRK-CHAVE-ENDERECO
                   CONTINUE
           END-SEARCH.

      *INCLUI A CONTA NO DOMICILIO COM O CHEQUE ESPECIAL E OS
      *EMPRESTIMOS DELA. A PRIMEIRA CONTA DO DOMICILIO (A DE MENOR
      *CHAVE) E A PRINCIPAL.
       023-INCLUIR-CONTA.
           MOVE SPACES TO WRK-DOMMEMB-REGISTRO.
           MOVE TAB-DOM-NUMERO(IDX-DOM) TO DOMMEMB-NUMERO.
           SET DOMMEMB-CONTA TO TRUE.
           MOVE ENDERECO-CHAVE TO DOMMEMB-CHAVE.
           IF TAB-DOM-QTD-MEMBROS(IDX-DOM) = ZEROS
              MOVE "S" TO DOMMEMB-PRINCIPAL
           ELSE
              MOVE "N" TO DOMMEMB-PRINCIPAL
           END-IF.
           PERFORM 047-GRAVAR-DOMMEMB.
           ADD 1 TO TAB-DOM-QTD-MEMBROS(IDX-DOM).
           ADD 1 TO WRK-CONT-MEMBROS-CONTA.

           SET IDX-CHQ TO 1.
           SEARCH TAB-CHQ-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CHQ-CHAVE(IDX-CHQ) = ENDERECO-CHAVE
                   ADD TAB-CHQ-VALOR(IDX-CHQ) TO TAB-DOM-CHEQUE(IDX-DOM)
           END-SEARCH.

           SET IDX-EMP TO 1.
           SEARCH TAB-EMP-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-EMP-CHAVE(IDX-EMP) = ENDERECO-CHAVE
                   ADD TAB-EMP-SALDO(IDX-EMP)
                    TO TAB-DOM-EMPRESTIMO(IDX-DOM)
           END-SEARCH.

      *O CLIENTE DA LOJA LIGADO A CONTA PELO MAPCLI ENTRA NO MESMO
      *DOMICILIO, COM O LIMITE E OS TITULOS EM ABERTO DELE.
       024-INCLUIR-CLIENTE-LOJA.
           SET IDX-MAPA TO 1.
           SEARCH TAB-MAPA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MAPA-CHAVE(IDX-MAPA) = ENDERECO-CHAVE
                   PERFORM 025-GRAVAR-MEMBRO-LOJA
           END-SEARCH.

       025-GRAVAR-MEMBRO-LOJA.
           MOVE SPACES TO WRK-DOMMEMB-REGISTRO.
           MOVE TAB-DOM-NUMERO(IDX-DOM) TO DOMMEMB-NUMERO.
           SET DOMMEMB-LOJA TO TRUE.
           MOVE TAB-MAPA-COD-CLIENTE(IDX-MAPA) TO DOMMEMB-CHAVE.
           MOVE "N" TO DOMMEMB-PRINCIPAL.
           PERFORM 047-GRAVAR-DOMMEMB.
           ADD 1 TO TAB-DOM-QTD-MEMBROS(IDX-DOM).
           ADD 1 TO WRK-CONT-MEMBROS-LOJA.

           SET IDX-LIM TO 1.
           SEARCH TAB-LIM-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-LIM-COD-CLIENTE(IDX-LIM) =
                    TAB-MAPA-COD-CLIENTE(IDX-MAPA)
                   ADD TAB-LIM-LIMITE(IDX-LIM)
                    TO TAB-DOM-LIMITE(IDX-DOM)
           END-SEARCH.

           SET IDX-REC TO 1.
           SEARCH TAB-REC-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-REC-COD-CLIENTE(IDX-REC) =
                    TAB-MAPA-COD-CLIENTE(IDX-MAPA)
                   ADD TAB-REC-SALDO(IDX-REC)
                    TO TAB-DOM-RECEBER(IDX-DOM)
           END-SEARCH.

       040-LER-ENDERECO.
           READ ENDERECO INTO WRK-ENDERECO-REGISTRO.
           IF WRK-FS-ENDERECO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENDERECO - FS: " WRK-FS-ENDERECO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-DOMANT.
           READ DOMANT INTO WRK-DOM-REGISTRO.
           IF WRK-FS-DOMANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DOMANT - FS: " WRK-FS-DOMANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-MAPCLI.
           READ MAPCLI INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-CRONHOJE.
           READ CRONHOJE INTO WRK-CRON-REGISTRO.
           IF WRK-FS-CRONHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRONHOJE - FS: " WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-LIMCRED.
           READ LIMCRED INTO WRK-LIMCRED-REGISTRO.
           IF WRK-FS-LIMCRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LIMCRED - FS: " WRK-FS-LIMCRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-CONTARHOJE.
           READ CONTARHOJE INTO WRK-CONTAR-REGISTRO.
           IF WRK-FS-CONTARHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONTARHOJE - FS: "
                      WRK-FS-CONTARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-GRAVAR-DOMMEMB.
           WRITE FD-DOMMEMB-REGISTRO FROM WRK-DOMMEMB-REGISTRO.
           IF WRK-FS-DOMMEMB NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOMMEMB - FS: " WRK-FS-DOMMEMB
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-GRAVAR-LINHA-DOMEXPO.
           WRITE FD-DOMEXPO-REGISTRO.
           IF WRK-FS-DOMEXPO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOMEXPO - FS: " WRK-FS-DOMEXPO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           MOVE WRK-DE-DIA TO CAB1-DIA.
           MOVE WRK-DE-MES TO CAB1-MES.
           MOVE WRK-DE-ANO TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-DOMEXPO-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-DOMEXPO.
           MOVE WRK-LINHA-TRACO TO FD-DOMEXPO-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-DOMEXPO.
           MOVE WRK-LINHA-CAB2  TO FD-DOMEXPO-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-DOMEXPO.
           MOVE WRK-LINHA-TRACO TO FD-DOMEXPO-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-DOMEXPO.

           PERFORM 053-GRAVAR-DOMICILIO
             VARYING IDX-DOM FROM 1 BY 1
               UNTIL IDX-DOM > WRK-TAB-DOM-QTDE.

           PERFORM 054-GRAVAR-TOTAL-DOMEXPO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *REGRAVA O DOMICILIO NO MESTRE - INATIVO QUANDO FICOU SEM
      *MEMBROS - E, SE ATIVO E COM EXPOSICAO OU LIMITE, LEVA A
      *LINHA DO RELATORIO.
       053-GRAVAR-DOMICILIO.
           MOVE SPACES TO WRK-DOM-REGISTRO.
           MOVE TAB-DOM-NUMERO(IDX-DOM)    TO DOM-NUMERO.
           MOVE TAB-DOM-CHAVE-ENDERECO(IDX-DOM)
             TO DOM-CHAVE-ENDERECO.
           MOVE TAB-DOM-QTD-MEMBROS(IDX-DOM) TO DOM-QTD-MEMBROS.
           MOVE TAB-DOM-DATA-CRIACAO(IDX-DOM) TO DOM-DATA-CRIACAO.
           IF TAB-DOM-QTD-MEMBROS(IDX-DOM) = ZEROS
              SET DOM-INATIVO TO TRUE
              ADD 1 TO WRK-CONT-DOM-INATIVOS
           ELSE
              SET DOM-ATIVO TO TRUE
              ADD 1 TO WRK-CONT-DOM-ATIVOS
              IF TAB-DOM-QTD-MEMBROS(IDX-DOM) > 1
                 ADD 1 TO WRK-CONT-DOM-MULTIPLOS
              END-IF
           END-IF.

           WRITE FD-DOMHOJE-REGISTRO FROM WRK-DOM-REGISTRO.
           IF WRK-FS-DOMHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOMHOJE - FS: " WRK-FS-DOMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           COMPUTE WRK-EXPOSICAO-DOM =
               TAB-DOM-CHEQUE(IDX-DOM) + TAB-DOM-EMPRESTIMO(IDX-DOM)
             + TAB-DOM-RECEBER(IDX-DOM).

           IF DOM-ATIVO AND
              (WRK-EXPOSICAO-DOM > ZEROS OR
               TAB-DOM-LIMITE(IDX-DOM) > ZEROS)
              MOVE TAB-DOM-NUMERO(IDX-DOM)      TO DET-NUMERO
              MOVE TAB-DOM-QTD-MEMBROS(IDX-DOM) TO DET-QTD-MEMBROS
              MOVE TAB-DOM-CHEQUE(IDX-DOM)      TO DET-CHEQUE
              MOVE TAB-DOM-EMPRESTIMO(IDX-DOM)  TO DET-EMPRESTIMO
              MOVE TAB-DOM-LIMITE(IDX-DOM)      TO DET-LIMITE
              MOVE TAB-DOM-RECEBER(IDX-DOM)     TO DET-RECEBER
              MOVE WRK-EXPOSICAO-DOM            TO DET-EXPOSICAO
              MOVE WRK-LINHA-DETALHE TO FD-DOMEXPO-REGISTRO
              PERFORM 048-GRAVAR-LINHA-DOMEXPO
              ADD TAB-DOM-CHEQUE(IDX-DOM)     TO WRK-TOT-CHEQUE
              ADD TAB-DOM-EMPRESTIMO(IDX-DOM) TO WRK-TOT-EMPRESTIMO
              ADD TAB-DOM-LIMITE(IDX-DOM)     TO WRK-TOT-LIMITE
              ADD TAB-DOM-RECEBER(IDX-DOM)    TO WRK-TOT-RECEBER
              ADD WRK-EXPOSICAO-DOM           TO WRK-TOT-EXPOSICAO
           END-IF.

       054-GRAVAR-TOTAL-DOMEXPO.
           MOVE WRK-LINHA-TRACO TO FD-DOMEXPO-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-DOMEXPO.
           MOVE WRK-TOT-CHEQUE     TO TOT-CHEQUE.
           MOVE WRK-TOT-EMPRESTIMO TO TOT-EMPRESTIMO.
           MOVE WRK-TOT-LIMITE     TO TOT-LIMITE.
           MOVE WRK-TOT-RECEBER    TO TOT-RECEBER.
           MOVE WRK-TOT-EXPOSICAO  TO TOT-EXPOSICAO.
           MOVE WRK-LINHA-TOTAL TO FD-DOMEXPO-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-DOMEXPO.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos ENDERECO....: "
                   WRK-CONT-LIDOS-ENDERECO.
           DISPLAY "Quantidade de Registros Lidos DOMANT......: "
                   WRK-CONT-LIDOS-DOMANT.
           DISPLAY "Quantidade de Contas sem Endereco Util....: "
                   WRK-CONT-SEM-ENDERECO.
           DISPLAY "Quantidade de Membros Conta...............: "
                   WRK-CONT-MEMBROS-CONTA.
           DISPLAY "Quantidade de Membros Cliente da Loja.....: "
                   WRK-CONT-MEMBROS-LOJA.
           DISPLAY "Quantidade de Domicilios Novos............: "
                   WRK-CONT-DOM-NOVOS.
           DISPLAY "Quantidade de Domicilios Ativos...........: "
                   WRK-CONT-DOM-ATIVOS.
           DISPLAY "Quantidade de Domicilios Multiplos........: "
                   WRK-CONT-DOM-MULTIPLOS.
           DISPLAY "Quantidade de Domicilios Inativos.........: "
                   WRK-CONT-DOM-INATIVOS.

       052-FECHAR-ARQUIVOS.
           CLOSE ENDERECO.
           IF WRK-FS-ENDERECO NOT = "00"
              DISPLAY "ERRO CLOSE ENDERECO - FS: " WRK-FS-ENDERECO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOMHOJE.
           IF WRK-FS-DOMHOJE NOT = "00"
              DISPLAY "ERRO CLOSE DOMHOJE - FS: " WRK-FS-DOMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOMMEMB.
           IF WRK-FS-DOMMEMB NOT = "00"
              DISPLAY "ERRO CLOSE DOMMEMB - FS: " WRK-FS-DOMMEMB
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOMEXPO.
           IF WRK-FS-DOMEXPO NOT = "00"
              DISPLAY "ERRO CLOSE DOMEXPO - FS: " WRK-FS-DOMEXPO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX28".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX16.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX16
      *REPORTE MENSAL DE RISCO DE CREDITO AO BANCO CENTRAL. RODA NO
      *FECHAMENTO DO MES, DEPOIS DO AC00EX34, AC00EX83 E AC00EX84,
      *E MONTA O ARQUIVO DE EXPOSICOES (RISCOCRED) COM UM REGISTRO
      *POR CLIENTE E OPERACAO:
      *  - CHEQUE ESPECIAL (C): CONTA COM SALDO NEGATIVO NO CADCLIN,
      *    COM OS DIAS EM ATRASO DO REGISTRO DE DIAS EM NEGATIVO DO
      *    AC00EX34 (NEGHOJE);
      *  - EMPRESTIMO (E): PARCELAS EM ABERTO OU EM ATRASO DA
      *    CARTEIRA DO AC00EX83 (CRONHOJE), COM OS DIAS EM ATRASO
      *    CONTADOS DA PARCELA VENCIDA MAIS ANTIGA;
      *  - RENEGOCIACAO (R): PLANO ATIVO DO AC00EX84 (PLANHOJE),
      *    PELAS PARCELAS RESTANTES, COM 30 DIAS DE ATRASO POR
      *    FALHA DE DEBITO PENDENTE.
      *CADA EXPOSICAO E CLASSIFICADA NO NIVEL DE RISCO PELOS DIAS
      *EM ATRASO (A ATE H) E RECEBE A PROVISAO DO NIVEL. AS FAIXAS
      *E PERCENTUAIS E A DATA DE REFERENCIA VEM DO PARAMETRO
      *PARMRISK (SEM ELE, A TABELA REGULATORIA E A DATA DO
      *SISTEMA). O ARQUIVO FECHA COM UM TRAILER DE QUANTIDADE E
      *TOTAIS, E O PROVREL TRAZ O RESUMO DA PROVISAO POR NIVEL PARA
      *A CONTABILIDADE E A CONFERENCIA DOS TOTAIS DO ARQUIVO CONTRA
      *O CADCLIN E AS CARTEIRAS: DIVERGENCIA TERMINA COM RC 8 E O
      *ARQUIVO NAO DEVE SER TRANSMITIDO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DE REFERENCIA E TABELA DE NIVEIS (OPCIONAL)
       SELECT PARMRISK ASSIGN    TO PARMRISK
                      FILE STATUS    IS WRK-FS-PARMRISK.

      *CADASTRO NO FECHAMENTO DO MES
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *DIAS EM NEGATIVO DO AC00EX34 (OPCIONAL)
       SELECT NEGHOJE  ASSIGN    TO NEGHOJE
                      FILE STATUS    IS WRK-FS-NEGHOJE.

      *CARTEIRA DE EMPRESTIMOS DO AC00EX83 (OPCIONAL)
       SELECT CRONHOJE ASSIGN    TO CRONHOJE
                      FILE STATUS    IS WRK-FS-CRONHOJE.

      *CARTEIRA DE PLANOS DE RENEGOCIACAO DO AC00EX84 (OPCIONAL)
       SELECT PLANHOJE ASSIGN    TO PLANHOJE
                      FILE STATUS    IS WRK-FS-PLANHOJE.

      *ARQUIVO DE EXPOSICOES PARA TRANSMISSAO
       SELECT RISCOCRED ASSIGN   TO RISCOCRED
                      FILE STATUS    IS WRK-FS-RISCOCRED.

      *RESUMO DA PROVISAO E CONFERENCIA DOS TOTAIS
       SELECT PROVREL  ASSIGN    TO PROVREL
                      FILE STATUS    IS WRK-FS-PROVREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMRISK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMRISK-REGISTRO    PIC X(088).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  NEGHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NEGHOJE-REGISTRO     PIC X(021).

       FD  CRONHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRONHOJE-REGISTRO    PIC X(046).

       FD  PLANHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PLANHOJE-REGISTRO    PIC X(044).

       FD  RISCOCRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RISCOCRED-REGISTRO   PIC X(070).

       FD  PROVREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PROVREL-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMRISK       PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-NEGHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CRONHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PLANHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-RISCOCRED      PIC X(002) VALUE SPACES.
           05 WRK-FS-PROVREL        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMRISK - DATA DE REFERENCIA E, PARA CADA NIVEL
      *DE A A H, O MAXIMO DE DIAS EM ATRASO E O PERCENTUAL DE
      *PROVISAO
       01  WRK-PARMRISK-REGISTRO.
           05 PARMRISK-DATA-REF     PIC  9(008).
           05 PARMRISK-NIVEL OCCURS 8 TIMES.
              10 PARMRISK-DIAS-MAX    PIC 9(005).
              10 PARMRISK-PCT-PROV    PIC 9(003)V99.

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE NEGHOJE - MESMO GRAVADO PELO AC00EX34
       01  WRK-NEG-REGISTRO.
           05 NEG-CHAVE             PIC  X(015).
           05 NEG-DIAS-NEGATIVO     PIC  9(005).
           05 NEG-IND-COBRANCA      PIC  X(001).

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

      *LAYOUT DE PLANHOJE - MESMO GRAVADO PELO AC00EX84
       01  WRK-PLAN-REGISTRO.
           05 PLAN-CHAVE            PIC  X(015).
           05 PLAN-DATA-INICIO      PIC  9(008).
           05 PLAN-QTD-PARCELAS     PIC  9(003).
           05 PLAN-QTD-PAGAS        PIC  9(003).
           05 PLAN-VALOR-PARCELA    PIC  9(009)V99.
           05 PLAN-QTD-FALHAS       PIC  9(003).
           05 PLAN-STATUS           PIC  X(001).
               88 PLAN-ATIVO           VALUE "A".
               88 PLAN-QUITADO         VALUE "Q".
               88 PLAN-ROMPIDO         VALUE "R".

      *LAYOUT DE RISCOCRED - DETALHE POR EXPOSICAO E TRAILER
       01  WRK-RISCOCRED-REGISTRO.
           05 RISCO-TIPO-REG        PIC X(001).
               88 RISCO-REG-DETALHE    VALUE "D".
               88 RISCO-REG-TRAILER    VALUE "T".
           05 RISCO-DET-DATA-REF    PIC 9(008).
           05 RISCO-DET-CHAVE       PIC X(015).
           05 RISCO-DET-MODALIDADE  PIC X(001).
               88 RISCO-DET-CHEQUE     VALUE "C".
               88 RISCO-DET-EMPRESTIMO VALUE "E".
               88 RISCO-DET-RENEGOC    VALUE "R".
           05 RISCO-DET-SALDO       PIC 9(011)V99.
           05 RISCO-DET-DIAS-ATRASO PIC 9(005).
           05 RISCO-DET-NIVEL       PIC X(001).
           05 RISCO-DET-PCT-PROV    PIC 9(003)V99.
           05 RISCO-DET-VALOR-PROV  PIC 9(011)V99.
           05 FILLER                PIC X(008).

       01  WRK-RISCOCRED-TRAILER REDEFINES WRK-RISCOCRED-REGISTRO.
           05 FILLER                PIC X(001).
           05 RISCO-TRL-DATA-REF    PIC 9(008).
           05 RISCO-TRL-QTD-DETALHES PIC 9(007).
           05 RISCO-TRL-TOTAL-SALDO PIC 9(013)V99.
           05 RISCO-TRL-TOTAL-PROV  PIC 9(013)V99.
           05 FILLER                PIC X(024).

      *NIVEIS DE RISCO, DO MENOR PARA O MAIOR ATRASO
       01  WRK-LETRAS-NIVEL         PIC X(008) VALUE "ABCDEFGH".
       01  WRK-LETRAS-NIVEL-R REDEFINES WRK-LETRAS-NIVEL.
           05 WRK-LETRA-NIVEL       PIC X(001) OCCURS 8 TIMES.

      *ACUMULADORES DO RESUMO DA PROVISAO POR NIVEL
       01  WRK-TAB-RESUMO.
           05 TAB-RES-REGISTRO OCCURS 8 TIMES
                   INDEXED BY IDX-RES.
              10 TAB-RES-QTDE       PIC 9(007).
              10 TAB-RES-SALDO      PIC 9(013)V99.
              10 TAB-RES-PROV       PIC 9(013)V99.

      *DIAS EM NEGATIVO DAS CONTAS DO CHEQUE ESPECIAL
       01  WRK-TAB-NEG-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-NEG-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-NEG-QTDE
               INDEXED BY IDX-NEG.
           05 TAB-NEG-CHAVE         PIC X(015).
           05 TAB-NEG-DIAS          PIC 9(005).

      *EMPRESTIMOS POR CONTRATO - SALDO DAS PARCELAS NAO PAGAS E
      *O VENCIMENTO DA PARCELA VENCIDA MAIS ANTIGA
       01  WRK-TAB-EMP-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-EMP-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-EMP-QTDE
               INDEXED BY IDX-EMP.
           05 TAB-EMP-CHAVE         PIC X(015).
           05 TAB-EMP-SALDO         PIC 9(011)V99.
           05 TAB-EMP-VENC-ATRASO   PIC 9(008).

      *EXPOSICAO CORRENTE
       01  WRK-EXP-CHAVE            PIC X(015) VALUE SPACES.
       01  WRK-EXP-MODALIDADE       PIC X(001) VALUE SPACES.
       01  WRK-EXP-SALDO            PIC 9(011)V99 VALUE ZEROS.
       01  WRK-EXP-DIAS-ATRASO      PIC 9(005) VALUE ZEROS.
       01  WRK-EXP-VALOR-PROV       PIC 9(011)V99 VALUE ZEROS.

       01  WRK-DATA-REF             PIC 9(008) VALUE ZEROS.
       01  WRK-REF-INTEIRO          PIC 9(007) VALUE ZEROS.
       01  WRK-VENC-INTEIRO         PIC 9(007) VALUE ZEROS.
       01  WRK-NIVEL-ATUAL          PIC 9(001) VALUE ZEROS.

      *TOTAIS DE CONTROLE APURADOS NA LEITURA DAS ORIGENS
       01  WRK-CTL-ORIGEM-CHEQUE    PIC 9(013)V99 VALUE ZEROS.
       01  WRK-CTL-ORIGEM-EMPR      PIC 9(013)V99 VALUE ZEROS.
       01  WRK-CTL-ORIGEM-RENEG     PIC 9(013)V99 VALUE ZEROS.

      *TOTAIS DE CONTROLE DO QUE FOI GRAVADO NO ARQUIVO
       01  WRK-CTL-ARQ-CHEQUE       PIC 9(013)V99 VALUE ZEROS.
       01  WRK-CTL-ARQ-EMPR         PIC 9(013)V99 VALUE ZEROS.
       01  WRK-CTL-ARQ-RENEG        PIC 9(013)V99 VALUE ZEROS.
       01  WRK-CTL-ARQ-SALDO        PIC 9(013)V99 VALUE ZEROS.
       01  WRK-CTL-ARQ-PROV         PIC 9(013)V99 VALUE ZEROS.

       01  WRK-SW-PLANHOJE          PIC X(001) VALUE "N".

       01  WRK-SW-DIVERGENCIA       PIC 9(001) VALUE ZEROS.
           88 TOTAIS-CONFEREM          VALUE 0.
           88 TOTAIS-DIVERGEM          VALUE 1.

      *LINHAS DO PROVREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-TITULO.
           05 FILLER                PIC X(040)
              VALUE "RESUMO DA PROVISAO DE RISCO DE CREDITO -".
           05 FILLER                PIC X(016)
              VALUE " DATA-REFERENCIA".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TIT-DATA-REF          PIC 9(008).
           05 FILLER                PIC X(015) VALUE SPACES.

       01  WRK-LINHA-CAB-NIVEL.
           05 FILLER                PIC X(040)
              VALUE "NIVEL ATE DIAS   PROV %     QTDE        ".
           05 FILLER                PIC X(040)
              VALUE "    SALDO EXPOSTO         PROVISAO      ".

       01  WRK-LINHA-NIVEL.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 NIV-LETRA             PIC X(001).
           05 FILLER                PIC X(005) VALUE SPACES.
           05 NIV-DIAS-MAX          PIC ZZZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 NIV-PCT-PROV          PIC ZZ9,99.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 NIV-QTDE              PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 NIV-SALDO             PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 NIV-PROV              PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(002) VALUE SPACES.

       01  WRK-LINHA-CONFERE.
           05 CONF-DESCRICAO        PIC X(017).
           05 FILLER                PIC X(005) VALUE " ORIG".
           05 CONF-ORIGEM           PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(005) VALUE " ARQ ".
           05 CONF-ARQUIVO          PIC ZZ.ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CONF-SITUACAO         PIC X(010).

       01  WRK-LINHA-SITUACAO.
           05 SIT-TEXTO             PIC X(080).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CADCLIN      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CRON         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PLAN         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXP-CHEQUE         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXP-EMPR           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXP-RENEG          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS           PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX16-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-CHEQUE
             UNTIL WRK-FS-CADCLIN = "10".
           PERFORM 022-PROCESSAR-EMPRESTIMO
           VARYING IDX-EMP FROM 1 BY 1
           UNTIL IDX-EMP > WRK-TAB-EMP-QTDE.
           PERFORM 024-PROCESSAR-PLANO
             UNTIL WRK-FS-PLANHOJE = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX16 INICIADO - RISCO DE CREDITO"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMRISK.
           PERFORM 015-CARREGAR-TABELA-NEG.
           PERFORM 016-CARREGAR-TABELA-EMP.
           INITIALIZE WRK-TAB-RESUMO.
           PERFORM 041-LER-CADCLIN.
           IF WRK-FS-CADCLIN = "10"
              DISPLAY "ARQUIVO CADCLIN VAZIO"
           END-IF.
           PERFORM 044-LER-PLANHOJE.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    SEM PLANOS DE RENEGOCIACAO NA CARTEIRA NAO HA GERACAO
           OPEN INPUT    PLANHOJE.
           IF WRK-FS-PLANHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA PLANHOJE - FS: "
                      WRK-FS-PLANHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PLANHOJE = "35"
              DISPLAY "ARQUIVO PLANHOJE NAO ENCONTRADO - "
                      "REPORTE SEM RENEGOCIACOES"
              MOVE "10" TO WRK-FS-PLANHOJE
           ELSE
              MOVE "S" TO WRK-SW-PLANHOJE
           END-IF.

           OPEN OUTPUT   RISCOCRED.
           IF WRK-FS-RISCOCRED NOT = ZEROS
              DISPLAY "ERRO ABERTURA RISCOCRED - FS: "
                      WRK-FS-RISCOCRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PROVREL.
           IF WRK-FS-PROVREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA PROVREL - FS: " WRK-FS-PROVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA A DATA DE REFERENCIA E A TABELA DE NIVEIS. SEM O
      *PARAMETRO VALE A TABELA REGULATORIA; DATA DE REFERENCIA
      *ZERADA NO PARAMETRO E A DATA DO SISTEMA.
       013-LER-PARMRISK.
           OPEN INPUT   PARMRISK.
           IF WRK-FS-PARMRISK = "35"
              PERFORM 014-ASSUMIR-PADRAO
           ELSE
              IF WRK-FS-PARMRISK NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMRISK - FS: "
                         WRK-FS-PARMRISK
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMRISK INTO WRK-PARMRISK-REGISTRO
              IF WRK-FS-PARMRISK NOT = "00"
                 DISPLAY "ARQUIVO PARMRISK VAZIO - FS: "
                         WRK-FS-PARMRISK
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMRISK
           END-IF.

           IF PARMRISK-DATA-REF = ZEROS
              ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           ELSE
              MOVE PARMRISK-DATA-REF TO WRK-DATA-REF
           END-IF.
      *    O ULTIMO NIVEL RECEBE QUALQUER ATRASO
           MOVE 99999 TO PARMRISK-DIAS-MAX(8).
           COMPUTE WRK-REF-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           MOVE WRK-DATA-REF TO TIT-DATA-REF.
           DISPLAY "DATA DE REFERENCIA DO REPORTE: " WRK-DATA-REF.

       014-ASSUMIR-PADRAO.
           MOVE ZEROS  TO PARMRISK-DATA-REF.
           MOVE 00014  TO PARMRISK-DIAS-MAX(1).
           MOVE 000,50 TO PARMRISK-PCT-PROV(1).
           MOVE 00030  TO PARMRISK-DIAS-MAX(2).
           MOVE 001,00 TO PARMRISK-PCT-PROV(2).
           MOVE 00060  TO PARMRISK-DIAS-MAX(3).
           MOVE 003,00 TO PARMRISK-PCT-PROV(3).
           MOVE 00090  TO PARMRISK-DIAS-MAX(4).
           MOVE 010,00 TO PARMRISK-PCT-PROV(4).
           MOVE 00120  TO PARMRISK-DIAS-MAX(5).
           MOVE 030,00 TO PARMRISK-PCT-PROV(5).
           MOVE 00150  TO PARMRISK-DIAS-MAX(6).
           MOVE 050,00 TO PARMRISK-PCT-PROV(6).
           MOVE 00180  TO PARMRISK-DIAS-MAX(7).
           MOVE 070,00 TO PARMRISK-PCT-PROV(7).
           MOVE 99999  TO PARMRISK-DIAS-MAX(8).
           MOVE 100,00 TO PARMRISK-PCT-PROV(8).

      *DIAS EM NEGATIVO POR CONTA. SEM O REGISTRO, O CHEQUE
      *ESPECIAL E REPORTADO SEM ATRASO.
       015-CARREGAR-TABELA-NEG.
           OPEN INPUT   NEGHOJE.
           IF WRK-FS-NEGHOJE NOT = "35"
              IF WRK-FS-NEGHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NEGHOJE - FS: "
                         WRK-FS-NEGHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-NEGHOJE
              PERFORM 030-MOVER-DADOS-TAB-NEG
                UNTIL WRK-FS-NEGHOJE = "10"
              CLOSE NEGHOJE
              IF WRK-FS-NEGHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE NEGHOJE - FS: " WRK-FS-NEGHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       030-MOVER-DADOS-TAB-NEG.
           IF WRK-TAB-NEG-QTDE NOT < 2000
              DISPLAY "TABELA DE DIAS EM NEGATIVO CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-NEG-QTDE.
           MOVE NEG-CHAVE         TO TAB-NEG-CHAVE(WRK-TAB-NEG-QTDE).
           MOVE NEG-DIAS-NEGATIVO TO TAB-NEG-DIAS(WRK-TAB-NEG-QTDE).
           PERFORM 042-LER-NEGHOJE.

      *AGRUPA AS PARCELAS NAO PAGAS POR CONTRATO. O TOTAL DE
      *CONTROLE DA CARTEIRA E APURADO AQUI, PARCELA A PARCELA.
       016-CARREGAR-TABELA-EMP.
           OPEN INPUT   CRONHOJE.
           IF WRK-FS-CRONHOJE NOT = "35"
              IF WRK-FS-CRONHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRONHOJE - FS: "
                         WRK-FS-CRONHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-CRONHOJE
              PERFORM 031-ACUMULAR-PARCELA
                UNTIL WRK-FS-CRONHOJE = "10"
              CLOSE CRONHOJE
              IF WRK-FS-CRONHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE CRONHOJE - FS: "
                         WRK-FS-CRONHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-ACUMULAR-PARCELA.
           IF NOT CRON-PAGA
              ADD CRON-VALOR TO WRK-CTL-ORIGEM-EMPR
              SET IDX-EMP TO 1
              SEARCH TAB-EMP-REGISTRO
                  AT END
                      PERFORM 032-INCLUIR-CONTRATO
                  WHEN TAB-EMP-CHAVE(IDX-EMP) = CRON-CHAVE
                      CONTINUE
              END-SEARCH
              ADD CRON-VALOR TO TAB-EMP-SALDO(IDX-EMP)
              IF CRON-DATA-VENC < WRK-DATA-REF
                 IF TAB-EMP-VENC-ATRASO(IDX-EMP) = ZEROS
                    OR CRON-DATA-VENC < TAB-EMP-VENC-ATRASO(IDX-EMP)
                    MOVE CRON-DATA-VENC
                      TO TAB-EMP-VENC-ATRASO(IDX-EMP)
                 END-IF
              END-IF
           END-IF.
           PERFORM 043-LER-CRONHOJE.

       032-INCLUIR-CONTRATO.
           IF WRK-TAB-EMP-QTDE NOT < 2000
              DISPLAY "TABELA DE CONTRATOS DE EMPRESTIMO CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-EMP-QTDE.
           SET IDX-EMP TO WRK-TAB-EMP-QTDE.
           MOVE CRON-CHAVE TO TAB-EMP-CHAVE(IDX-EMP).
           MOVE ZEROS      TO TAB-EMP-SALDO(IDX-EMP).
           MOVE ZEROS      TO TAB-EMP-VENC-ATRASO(IDX-EMP).

      *CONTA COM SALDO NEGATIVO E EXPOSICAO DE CHEQUE ESPECIAL
       020-PROCESSAR-CHEQUE.
           IF CADCLIN-SALDO-ATUAL < ZEROS
              COMPUTE WRK-EXP-SALDO = ZEROS - CADCLIN-SALDO-ATUAL
              ADD WRK-EXP-SALDO TO WRK-CTL-ORIGEM-CHEQUE
              MOVE CADCLIN-CHAVE TO WRK-EXP-CHAVE
              MOVE "C"           TO WRK-EXP-MODALIDADE
              MOVE ZEROS         TO WRK-EXP-DIAS-ATRASO
              SET IDX-NEG TO 1
              SEARCH TAB-NEG-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-NEG-CHAVE(IDX-NEG) = CADCLIN-CHAVE
                      MOVE TAB-NEG-DIAS(IDX-NEG)
                        TO WRK-EXP-DIAS-ATRASO
              END-SEARCH
              PERFORM 026-CLASSIFICAR-EXPOSICAO
              ADD 1 TO WRK-CONT-EXP-CHEQUE
           END-IF.
           PERFORM 041-LER-CADCLIN.

      *CONTRATO DE EMPRESTIMO COM SALDO A RECEBER. O ATRASO E
      *CONTADO DA PARCELA VENCIDA E NAO PAGA MAIS ANTIGA.
       022-PROCESSAR-EMPRESTIMO.
           MOVE TAB-EMP-CHAVE(IDX-EMP) TO WRK-EXP-CHAVE.
           MOVE "E"                    TO WRK-EXP-MODALIDADE.
           MOVE TAB-EMP-SALDO(IDX-EMP) TO WRK-EXP-SALDO.
           MOVE ZEROS                  TO WRK-EXP-DIAS-ATRASO.
           IF TAB-EMP-VENC-ATRASO(IDX-EMP) > ZEROS
              COMPUTE WRK-VENC-INTEIRO =
                  FUNCTION INTEGER-OF-DATE(TAB-EMP-VENC-ATRASO(IDX-EMP))
              COMPUTE WRK-EXP-DIAS-ATRASO =
                  WRK-REF-INTEIRO - WRK-VENC-INTEIRO
           END-IF.
           PERFORM 026-CLASSIFICAR-EXPOSICAO.
           ADD 1 TO WRK-CONT-EXP-EMPR.

      *PLANO ATIVO E EXPOSICAO PELAS PARCELAS RESTANTES. QUITADO
      *NAO DEVE MAIS NADA E O ROMPIDO JA VOLTOU AO SALDO DA CONTA.
       024-PROCESSAR-PLANO.
           IF PLAN-ATIVO
              COMPUTE WRK-EXP-SALDO =
                  (PLAN-QTD-PARCELAS - PLAN-QTD-PAGAS)
                  * PLAN-VALOR-PARCELA
              ADD WRK-EXP-SALDO TO WRK-CTL-ORIGEM-RENEG
              MOVE PLAN-CHAVE TO WRK-EXP-CHAVE
              MOVE "R"        TO WRK-EXP-MODALIDADE
              COMPUTE WRK-EXP-DIAS-ATRASO = PLAN-QTD-FALHAS * 30
              PERFORM 026-CLASSIFICAR-EXPOSICAO
              ADD 1 TO WRK-CONT-EXP-RENEG
           END-IF.
           PERFORM 044-LER-PLANHOJE.

      *ENQUADRA A EXPOSICAO NO PRIMEIRO NIVEL CUJO MAXIMO DE DIAS
      *COBRE O ATRASO, CALCULA A PROVISAO E GRAVA O DETALHE.
       026-CLASSIFICAR-EXPOSICAO.
           MOVE 1 TO WRK-NIVEL-ATUAL.
           PERFORM 027-AVANCAR-NIVEL
             UNTIL WRK-NIVEL-ATUAL = 8
                OR WRK-EXP-DIAS-ATRASO NOT >
                   PARMRISK-DIAS-MAX(WRK-NIVEL-ATUAL).
           COMPUTE WRK-EXP-VALOR-PROV ROUNDED =
               WRK-EXP-SALDO
               * PARMRISK-PCT-PROV(WRK-NIVEL-ATUAL) / 100.

           SET IDX-RES TO WRK-NIVEL-ATUAL.
           ADD 1                  TO TAB-RES-QTDE(IDX-RES).
           ADD WRK-EXP-SALDO      TO TAB-RES-SALDO(IDX-RES).
           ADD WRK-EXP-VALOR-PROV TO TAB-RES-PROV(IDX-RES).

           MOVE SPACES              TO WRK-RISCOCRED-REGISTRO.
           SET RISCO-REG-DETALHE    TO TRUE.
           MOVE WRK-DATA-REF        TO RISCO-DET-DATA-REF.
           MOVE WRK-EXP-CHAVE       TO RISCO-DET-CHAVE.
           MOVE WRK-EXP-MODALIDADE  TO RISCO-DET-MODALIDADE.
           MOVE WRK-EXP-SALDO       TO RISCO-DET-SALDO.
           MOVE WRK-EXP-DIAS-ATRASO TO RISCO-DET-DIAS-ATRASO.
           MOVE WRK-LETRA-NIVEL(WRK-NIVEL-ATUAL)
             TO RISCO-DET-NIVEL.
           MOVE PARMRISK-PCT-PROV(WRK-NIVEL-ATUAL)
             TO RISCO-DET-PCT-PROV.
           MOVE WRK-EXP-VALOR-PROV  TO RISCO-DET-VALOR-PROV.
           PERFORM 045-GRAVAR-RISCOCRED.

           EVALUATE TRUE
               WHEN RISCO-DET-CHEQUE
                   ADD RISCO-DET-SALDO TO WRK-CTL-ARQ-CHEQUE
               WHEN RISCO-DET-EMPRESTIMO
                   ADD RISCO-DET-SALDO TO WRK-CTL-ARQ-EMPR
               WHEN RISCO-DET-RENEGOC
                   ADD RISCO-DET-SALDO TO WRK-CTL-ARQ-RENEG
           END-EVALUATE.
           ADD RISCO-DET-SALDO      TO WRK-CTL-ARQ-SALDO.
           ADD RISCO-DET-VALOR-PROV TO WRK-CTL-ARQ-PROV.
           ADD 1 TO WRK-CONT-GRAVADOS.

       027-AVANCAR-NIVEL.
           ADD 1 TO WRK-NIVEL-ATUAL.

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CADCLIN = "00"
                ADD 1 TO WRK-CONT-LIDOS-CADCLIN
           END-IF.

       042-LER-NEGHOJE.
           READ NEGHOJE INTO WRK-NEG-REGISTRO.
           IF WRK-FS-NEGHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NEGHOJE - FS: " WRK-FS-NEGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CRONHOJE.
           READ CRONHOJE INTO WRK-CRON-REGISTRO.
           IF WRK-FS-CRONHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRONHOJE - FS: " WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRONHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRON
           END-IF.

       044-LER-PLANHOJE.
           IF WRK-FS-PLANHOJE NOT = "10"
              READ PLANHOJE INTO WRK-PLAN-REGISTRO
              IF WRK-FS-PLANHOJE NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA PLANHOJE - FS: "
                         WRK-FS-PLANHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-PLANHOJE = "00"
                   ADD 1 TO WRK-CONT-LIDOS-PLAN
              END-IF
           END-IF.

       045-GRAVAR-RISCOCRED.
           WRITE FD-RISCOCRED-REGISTRO FROM WRK-RISCOCRED-REGISTRO.
           IF WRK-FS-RISCOCRED NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RISCOCRED - FS: "
                      WRK-FS-RISCOCRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-GRAVAR-PROVREL.
           WRITE FD-PROVREL-REGISTRO.
           IF WRK-FS-PROVREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PROVREL - FS: " WRK-FS-PROVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-TRAILER.
           PERFORM 054-IMPRIMIR-RESUMO.
           PERFORM 056-CONFERIR-TOTAIS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF TOTAIS-DIVERGEM
              MOVE 8 TO RETURN-CODE
           END-IF.

       053-GRAVAR-TRAILER.
           MOVE SPACES             TO WRK-RISCOCRED-REGISTRO.
           SET RISCO-REG-TRAILER   TO TRUE.
           MOVE WRK-DATA-REF       TO RISCO-TRL-DATA-REF.
           MOVE WRK-CONT-GRAVADOS  TO RISCO-TRL-QTD-DETALHES.
           MOVE WRK-CTL-ARQ-SALDO  TO RISCO-TRL-TOTAL-SALDO.
           MOVE WRK-CTL-ARQ-PROV   TO RISCO-TRL-TOTAL-PROV.
           PERFORM 045-GRAVAR-RISCOCRED.

      *RESUMO DA PROVISAO POR NIVEL PARA A CONTABILIDADE
       054-IMPRIMIR-RESUMO.
           MOVE WRK-LINHA-TITULO    TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.
           MOVE WRK-LINHA-TRACO     TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.
           MOVE WRK-LINHA-CAB-NIVEL TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.
           PERFORM 055-IMPRIMIR-NIVEL
           VARYING IDX-RES FROM 1 BY 1
           UNTIL IDX-RES > 8.
           MOVE WRK-LINHA-TRACO     TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.
           MOVE SPACES              TO WRK-LINHA-NIVEL.
           MOVE "T"                 TO NIV-LETRA.
           MOVE WRK-CONT-GRAVADOS   TO NIV-QTDE.
           MOVE WRK-CTL-ARQ-SALDO   TO NIV-SALDO.
           MOVE WRK-CTL-ARQ-PROV    TO NIV-PROV.
           MOVE WRK-LINHA-NIVEL     TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.
           MOVE WRK-LINHA-TRACO     TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.

       055-IMPRIMIR-NIVEL.
           SET WRK-NIVEL-ATUAL TO IDX-RES.
           MOVE WRK-LETRA-NIVEL(WRK-NIVEL-ATUAL)   TO NIV-LETRA.
           MOVE PARMRISK-DIAS-MAX(WRK-NIVEL-ATUAL) TO NIV-DIAS-MAX.
           MOVE PARMRISK-PCT-PROV(WRK-NIVEL-ATUAL) TO NIV-PCT-PROV.
           MOVE TAB-RES-QTDE(IDX-RES)  TO NIV-QTDE.
           MOVE TAB-RES-SALDO(IDX-RES) TO NIV-SALDO.
           MOVE TAB-RES-PROV(IDX-RES)  TO NIV-PROV.
           MOVE WRK-LINHA-NIVEL TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.

      *CONFERE OS TOTAIS DO ARQUIVO POR MODALIDADE CONTRA OS
      *APURADOS NA LEITURA DO CADCLIN E DAS CARTEIRAS. QUALQUER
      *DIVERGENCIA SEGURA A TRANSMISSAO.
       056-CONFERIR-TOTAIS.
           MOVE "CHEQUE ESPECIAL  " TO CONF-DESCRICAO.
           MOVE WRK-CTL-ORIGEM-CHEQUE  TO CONF-ORIGEM.
           MOVE WRK-CTL-ARQ-CHEQUE     TO CONF-ARQUIVO.
           IF WRK-CTL-ORIGEM-CHEQUE = WRK-CTL-ARQ-CHEQUE
              MOVE "OK"                TO CONF-SITUACAO
           ELSE
              MOVE "DIVERGENTE"        TO CONF-SITUACAO
              SET TOTAIS-DIVERGEM      TO TRUE
              DISPLAY "DIVERGENCIA NOS TOTAIS DO CHEQUE ESPECIAL"
           END-IF.
           MOVE WRK-LINHA-CONFERE      TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.

           MOVE "EMPRESTIMOS      " TO CONF-DESCRICAO.
           MOVE WRK-CTL-ORIGEM-EMPR    TO CONF-ORIGEM.
           MOVE WRK-CTL-ARQ-EMPR       TO CONF-ARQUIVO.
           IF WRK-CTL-ORIGEM-EMPR = WRK-CTL-ARQ-EMPR
              MOVE "OK"                TO CONF-SITUACAO
           ELSE
              MOVE "DIVERGENTE"        TO CONF-SITUACAO
              SET TOTAIS-DIVERGEM      TO TRUE
              DISPLAY "DIVERGENCIA NOS TOTAIS DE EMPRESTIMOS"
           END-IF.
           MOVE WRK-LINHA-CONFERE      TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.

           MOVE "RENEGOCIACOES    " TO CONF-DESCRICAO.
           MOVE WRK-CTL-ORIGEM-RENEG   TO CONF-ORIGEM.
           MOVE WRK-CTL-ARQ-RENEG      TO CONF-ARQUIVO.
           IF WRK-CTL-ORIGEM-RENEG = WRK-CTL-ARQ-RENEG
              MOVE "OK"                TO CONF-SITUACAO
           ELSE
              MOVE "DIVERGENTE"        TO CONF-SITUACAO
              SET TOTAIS-DIVERGEM      TO TRUE
              DISPLAY "DIVERGENCIA NOS TOTAIS DE RENEGOCIACOES"
           END-IF.
           MOVE WRK-LINHA-CONFERE      TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.

           IF WRK-CONT-GRAVADOS NOT = WRK-CONT-EXP-CHEQUE
              + WRK-CONT-EXP-EMPR + WRK-CONT-EXP-RENEG
              SET TOTAIS-DIVERGEM TO TRUE
              DISPLAY "DIVERGENCIA NA QUANTIDADE DE EXPOSICOES"
           END-IF.

           IF TOTAIS-DIVERGEM
              MOVE "TOTAIS DIVERGENTES - NAO TRANSMITIR O RISCOCRED"
                TO SIT-TEXTO
           ELSE
              MOVE "TOTAIS CONFERIDOS - RISCOCRED LIBERADO"
                TO SIT-TEXTO
           END-IF.
           MOVE WRK-LINHA-SITUACAO TO FD-PROVREL-REGISTRO.
           PERFORM 046-GRAVAR-PROVREL.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Contas Lidas CADCLIN........: "
                   WRK-CONT-LIDOS-CADCLIN.
           DISPLAY "Quantidade de Parcelas Lidas CRONHOJE.....: "
                   WRK-CONT-LIDOS-CRON.
           DISPLAY "Quantidade de Planos Lidos PLANHOJE.......: "
                   WRK-CONT-LIDOS-PLAN.
           DISPLAY "Quantidade de Exposicoes Cheque Especial..: "
                   WRK-CONT-EXP-CHEQUE.
           DISPLAY "Quantidade de Exposicoes Emprestimo.......: "
                   WRK-CONT-EXP-EMPR.
           DISPLAY "Quantidade de Exposicoes Renegociacao.....: "
                   WRK-CONT-EXP-RENEG.
           DISPLAY "Quantidade de Exposicoes Gravadas.........: "
                   WRK-CONT-GRAVADOS.

       052-FECHAR-ARQUIVOS.
           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-SW-PLANHOJE = "S"
              CLOSE PLANHOJE
              IF WRK-FS-PLANHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE PLANHOJE - FS: " WRK-FS-PLANHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           CLOSE RISCOCRED.
           IF WRK-FS-RISCOCRED NOT = "00"
              DISPLAY "ERRO CLOSE RISCOCRED - FS: " WRK-FS-RISCOCRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PROVREL.
           IF WRK-FS-PROVREL NOT = "00"
              DISPLAY "ERRO CLOSE PROVREL - FS: " WRK-FS-PROVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX16".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

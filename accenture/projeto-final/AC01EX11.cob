       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX11.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX11
      *LANCAMENTO DIARIO DAS TRANSACOES DE BOCA DE CAIXA E DOS
      *TERMINAIS DE AUTOATENDIMENTO (ATM) NOS SALDOS DO CADCLIN.
      *O ARQUIVO MOVCAIXA TRAZ UMA TRANSACAO POR REGISTRO, PELA
      *CHAVE AGENCIA + CONTA: DEPOSITO (D), SAQUE (S) OU CHEQUE
      *PAGO NO CAIXA (C, SO NA BOCA DO CAIXA). CADA TRANSACAO E
      *VALIDADA CONTRA A SITUACAO DA CONTA E O SALDO DISPONIVEL:
      *  - CONDICOES DA CONTA NO CONDCTA (OPCIONAL): SITUACAO
      *    A ATIVA, B BLOQUEADA (NAO ACEITA DEBITO) OU E
      *    ENCERRADA (NAO ACEITA NADA) E O LIMITE DO CHEQUE
      *    ESPECIAL. CONTA SEM REGISTRO E ATIVA, SEM LIMITE;
      *  - CONTA JA ENVIADA A COBRANCA PELO AC00EX34 (NEGHOJE,
      *    OPCIONAL) PERDE O LIMITE DO CHEQUE ESPECIAL;
      *  - O DEBITO SO PASSA SE O SALDO DO MOMENTO MAIS O LIMITE
      *    COBRIR O VALOR. AS TRANSACOES SAO LANCADAS NA ORDEM DO
      *    ARQUIVO, COM O SALDO CORRENTE DA CONTA.
      *AS LANCADAS VAO PARA O DIARIO MOVJRN (IMPRESSO NO EXTRATO
      *DO AC00EX80) E O CADASTRO MOVIMENTADO SAI EM CADCLINM; AS
      *DEMAIS VAO PARA O MOVERR COM O MOTIVO DA RECUSA.
      *NO FIM, O DINHEIRO MOVIMENTADO POR CADA CAIXA (DEPOSITOS
      *RECEBIDOS CONTRA SAQUES E CHEQUES PAGOS) E CONFERIDO COM A
      *DECLARACAO DO CAIXA NO CAIXADEC, NO MESMO ESPIRITO DA
      *CONFERENCIA DAS LOJAS DO AC00EX56: UMA LINHA D POR CAIXA
      *E UMA LINHA T POR AGENCIA NO CAIXABAL. OS TERMINAIS ATM
      *NAO TEM DECLARACAO E FICAM FORA DA CONFERENCIA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *TRANSACOES DO DIA DOS CAIXAS E DOS TERMINAIS ATM
       SELECT MOVCAIXA ASSIGN    TO MOVCAIXA
                      FILE STATUS    IS WRK-FS-MOVCAIXA.

       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CONDICOES DA CONTA - SITUACAO E LIMITE (OPCIONAL)
       SELECT CONDCTA  ASSIGN    TO CONDCTA
                      FILE STATUS    IS WRK-FS-CONDCTA.

      *REGISTRO DE DIAS NEGATIVOS DO AC00EX34 (OPCIONAL)
       SELECT NEGHOJE  ASSIGN    TO NEGHOJE
                      FILE STATUS    IS WRK-FS-NEGHOJE.

      *DECLARACAO DE NUMERARIO DOS CAIXAS (OPCIONAL)
       SELECT CAIXADEC ASSIGN    TO CAIXADEC
                      FILE STATUS    IS WRK-FS-CAIXADEC.

      *CADASTRO COM AS TRANSACOES DO DIA LANCADAS
       SELECT CADCLINM ASSIGN    TO CADCLINM
                      FILE STATUS    IS WRK-FS-CADCLINM.

      *DIARIO DAS TRANSACOES LANCADAS - LIDO PELO AC00EX80
       SELECT MOVJRN   ASSIGN    TO MOVJRN
                      FILE STATUS    IS WRK-FS-MOVJRN.

      *TRANSACOES RECUSADAS, COM O MOTIVO
       SELECT MOVERR   ASSIGN    TO MOVERR
                      FILE STATUS    IS WRK-FS-MOVERR.

      *CONFERENCIA DOS CAIXAS - CAIXAS E TOTAIS POR AGENCIA
       SELECT CAIXABAL ASSIGN    TO CAIXABAL
                      FILE STATUS    IS WRK-FS-CAIXABAL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  MOVCAIXA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MOVCAIXA-REGISTRO    PIC X(063).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  CONDCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONDCTA-REGISTRO     PIC X(028).

       FD  NEGHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NEGHOJE-REGISTRO     PIC X(021).

       FD  CAIXADEC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CAIXADEC-REGISTRO    PIC X(039).

       FD  CADCLINM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLINM-REGISTRO    PIC X(090).

       FD  MOVJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MOVJRN-REGISTRO      PIC X(078).

       FD  MOVERR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MOVERR-REGISTRO      PIC X(064).

       FD  CAIXABAL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CAIXABAL-REGISTRO    PIC X(066).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-MOVCAIXA       PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONDCTA        PIC X(002) VALUE SPACES.
           05 WRK-FS-NEGHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CAIXADEC       PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLINM       PIC X(002) VALUE SPACES.
           05 WRK-FS-MOVJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-MOVERR         PIC X(002) VALUE SPACES.
           05 WRK-FS-CAIXABAL       PIC X(002) VALUE SPACES.

      *LAYOUT DE MOVCAIXA - UMA TRANSACAO DE CAIXA OU DE ATM
       01  WRK-MOVCAIXA-REGISTRO.
           05 MOVCX-CHAVE.
               07 MOVCX-AGENCIA     PIC 9(005).
               07 MOVCX-NUMERO-CONTA PIC 9(010).
           05 MOVCX-TIPO            PIC X(001).
               88 MOVCX-DEPOSITO       VALUE "D".
               88 MOVCX-SAQUE          VALUE "S".
               88 MOVCX-CHEQUE         VALUE "C".
               88 MOVCX-TIPO-VALIDO    VALUES "D" "S" "C".
               88 MOVCX-DEBITO         VALUES "S" "C".
           05 MOVCX-CANAL           PIC X(001).
               88 MOVCX-CANAL-CAIXA    VALUE "C".
               88 MOVCX-CANAL-ATM      VALUE "A".
               88 MOVCX-CANAL-VALIDO   VALUES "C" "A".
      *    AGENCIA E NUMERO DO CAIXA OU DO TERMINAL ONDE A
      *    TRANSACAO FOI FEITA (NAO E A AGENCIA DA CONTA)
           05 MOVCX-AGENCIA-TERM    PIC 9(005).
           05 MOVCX-TERMINAL        PIC 9(004).
           05 MOVCX-NSU             PIC 9(006).
           05 MOVCX-DATA            PIC 9(008).
           05 MOVCX-HORA            PIC 9(006).
           05 MOVCX-VALOR           PIC 9(009)V99.
           05 MOVCX-NUM-CHEQUE      PIC 9(006).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE CONDCTA - CONDICOES DE MOVIMENTACAO DA CONTA
       01  WRK-CONDCTA-REGISTRO.
           05 CONDCTA-CHAVE         PIC X(015).
           05 CONDCTA-SITUACAO      PIC X(001).
               88 CONDCTA-ATIVA        VALUE "A".
               88 CONDCTA-BLOQUEADA    VALUE "B".
               88 CONDCTA-ENCERRADA    VALUE "E".
           05 CONDCTA-LIMITE        PIC 9(009)V99.
      *    REGIME DA CONTA COM SEGUNDO TITULAR: S SOLIDARIA (QUALQUER
      *    TITULAR MOVIMENTA SOZINHO) OU C CONJUNTA (OS DOIS JUNTOS)
           05 CONDCTA-MOVIMENTACAO  PIC X(001).
               88 CONDCTA-SOLIDARIA    VALUE "S".
               88 CONDCTA-CONJUNTA     VALUE "C".

      *LAYOUT DE NEGHOJE - MESMO GRAVADO PELO AC00EX34
       01  WRK-NEG-REGISTRO.
           05 NEG-CHAVE             PIC X(015).
           05 NEG-DIAS-NEGATIVO     PIC 9(005).
           05 NEG-IND-COBRANCA      PIC X(001).
               88 NEG-EM-COBRANCA      VALUE "S".

      *LAYOUT DE CAIXADEC - NUMERARIO DECLARADO PELO CAIXA NO
      *FECHAMENTO DO DIA
       01  WRK-CAIXADEC-REGISTRO.
           05 CAIXADEC-AGENCIA      PIC 9(005).
           05 CAIXADEC-TERMINAL     PIC 9(004).
           05 CAIXADEC-DATA         PIC 9(008).
           05 CAIXADEC-ENTRADAS     PIC 9(009)V99.
           05 CAIXADEC-SAIDAS       PIC 9(009)V99.

      *LAYOUT DE MOVJRN - UMA TRANSACAO LANCADA; VALOR POSITIVO
      *E CREDITO, NEGATIVO E DEBITO
       01  WRK-MOVJRN-REGISTRO.
           05 MOVJRN-CHAVE          PIC  X(015).
           05 MOVJRN-DATA           PIC  9(008).
           05 MOVJRN-HORA           PIC  9(006).
           05 MOVJRN-TIPO           PIC  X(001).
           05 MOVJRN-CANAL          PIC  X(001).
           05 MOVJRN-AGENCIA-TERM   PIC  9(005).
           05 MOVJRN-TERMINAL       PIC  9(004).
           05 MOVJRN-NSU            PIC  9(006).
           05 MOVJRN-NUM-CHEQUE     PIC  9(006).
           05 MOVJRN-VALOR          PIC S9(011)V99.
           05 MOVJRN-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE MOVERR - A TRANSACAO RECUSADA E O MOTIVO
       01  WRK-MOVERR-REGISTRO.
           05 MOVERR-TRANSACAO      PIC X(063).
           05 MOVERR-MOTIVO         PIC X(001).
               88 MOVERR-MOT-CONTA-INEXISTENTE  VALUE "1".
               88 MOVERR-MOT-CONTA-BLOQUEADA    VALUE "2".
               88 MOVERR-MOT-CONTA-ENCERRADA    VALUE "3".
               88 MOVERR-MOT-SALDO-INSUFICIENTE VALUE "4".
               88 MOVERR-MOT-DADOS-INVALIDOS    VALUE "5".

      *LAYOUT DE CAIXABAL - D CONFERENCIA DO CAIXA, T TOTAL DA
      *AGENCIA. DIFERENCA = DECLARADO LIQUIDO - LANCADO LIQUIDO
      *(POSITIVA = SOBRA NO CAIXA, NEGATIVA = FALTA)
       01  WRK-CAIXABAL-REGISTRO.
           05 CAIXABAL-TIPO-REG     PIC  X(001).
           05 CAIXABAL-AGENCIA      PIC  9(005).
           05 CAIXABAL-TERMINAL     PIC  9(004).
           05 CAIXABAL-DECL-ENTRADAS PIC 9(009)V99.
           05 CAIXABAL-LANC-ENTRADAS PIC 9(009)V99.
           05 CAIXABAL-DECL-SAIDAS  PIC  9(009)V99.
           05 CAIXABAL-LANC-SAIDAS  PIC  9(009)V99.
           05 CAIXABAL-DIFERENCA    PIC S9(009)V99.
           05 CAIXABAL-SITUACAO     PIC  X(001).
               88 CAIXABAL-CONFERE        VALUE "C".
               88 CAIXABAL-DIVERGE        VALUE "D".
               88 CAIXABAL-SEM-DECLARACAO VALUE "S".

      *CONTAS DO CADCLIN, NA ORDEM DO ARQUIVO, COM O SALDO
      *CORRENTE E AS CONDICOES DE MOVIMENTACAO
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CAD-QTDE
               INDEXED BY IDX-CAD.
           05 TAB-CAD-CHAVE         PIC X(015).
           05 TAB-CAD-SALDO         PIC S9(011)V99.
           05 TAB-CAD-LIMITE        PIC 9(009)V99.
           05 TAB-CAD-SITUACAO      PIC X(001).

      *CAIXAS DO DIA - MOVIMENTO LANCADO E NUMERARIO DECLARADO
       01  WRK-TAB-CXA-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CXA-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-CXA-QTDE
               INDEXED BY IDX-CXA.
           05 TAB-CXA-AGENCIA       PIC 9(005).
           05 TAB-CXA-TERMINAL      PIC 9(004).
           05 TAB-CXA-DECL-ENTRADAS PIC 9(009)V99.
           05 TAB-CXA-DECL-SAIDAS   PIC 9(009)V99.
           05 TAB-CXA-LANC-ENTRADAS PIC 9(009)V99.
           05 TAB-CXA-LANC-SAIDAS   PIC 9(009)V99.
           05 TAB-CXA-IND-DECLARADO PIC X(001).

      *TOTAIS POR AGENCIA DA CONFERENCIA
       01  WRK-TAB-AGE-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-AGE-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-AGE-QTDE
               INDEXED BY IDX-AGE.
           05 TAB-AGE-AGENCIA       PIC 9(005).
           05 TAB-AGE-DECL-ENTRADAS PIC 9(009)V99.
           05 TAB-AGE-DECL-SAIDAS   PIC 9(009)V99.
           05 TAB-AGE-LANC-ENTRADAS PIC 9(009)V99.
           05 TAB-AGE-LANC-SAIDAS   PIC 9(009)V99.
           05 TAB-AGE-IND-SEM-DECL  PIC X(001).

      *APOIO AO LANCAMENTO
       01  WRK-CHAVE-BUSCA          PIC X(015) VALUE SPACES.
       01  WRK-AGENCIA-BUSCA        PIC 9(005) VALUE ZEROS.
       01  WRK-TERMINAL-BUSCA       PIC 9(004) VALUE ZEROS.
       01  WRK-LIMITE-CONTA         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL     PIC S9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-LANCADO        PIC S9(011)V99 VALUE ZEROS.

       77  WRK-SUB                  PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-CAD            PIC 9(004) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-MOVCAIXA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CONDCTA      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CAIXADEC     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEPOSITOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SAQUES             PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CHEQUES            PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REJEITADAS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CAIXAS-COM-DIF     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CAIXABAL  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX11-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-TRANSACAO
             UNTIL WRK-FS-MOVCAIXA = "10".
           PERFORM 035-REGRAVAR-CADASTRO.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX11 INICIADO - LANCAMENTO CAIXA/ATM"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-CADCLIN.
           PERFORM 014-CARREGAR-CONDCTA.
           PERFORM 015-CARREGAR-NEGHOJE.
           PERFORM 016-CARREGAR-CAIXADEC.
           PERFORM 040-LER-MOVCAIXA.
           IF WRK-FS-MOVCAIXA = "10"
              DISPLAY "ARQUIVO MOVCAIXA VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    MOVCAIXA.
           IF WRK-FS-MOVCAIXA NOT = ZEROS
              DISPLAY "ERRO ABERTURA MOVCAIXA - FS: "
                      WRK-FS-MOVCAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CONDCTA.
           IF WRK-FS-CONDCTA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    NEGHOJE.
           IF WRK-FS-NEGHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA NEGHOJE - FS: " WRK-FS-NEGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CAIXADEC.
           IF WRK-FS-CAIXADEC NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CAIXADEC - FS: "
                      WRK-FS-CAIXADEC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CADCLINM.
           IF WRK-FS-CADCLINM NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLINM - FS: "
                      WRK-FS-CADCLINM
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   MOVJRN.
           IF WRK-FS-MOVJRN NOT = ZEROS
              DISPLAY "ERRO ABERTURA MOVJRN - FS: " WRK-FS-MOVJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   MOVERR.
           IF WRK-FS-MOVERR NOT = ZEROS
              DISPLAY "ERRO ABERTURA MOVERR - FS: " WRK-FS-MOVERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CAIXABAL.
           IF WRK-FS-CAIXABAL NOT = ZEROS
              DISPLAY "ERRO ABERTURA CAIXABAL - FS: "
                      WRK-FS-CAIXABAL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA AS CONTAS NA ORDEM DO ARQUIVO: A REGRAVACAO DO
      *CADASTRO RELE O CADCLIN NA MESMA ORDEM E USA A POSICAO.
       013-CARREGAR-TABELA-CADCLIN.
           PERFORM 041-LER-CADCLIN.
           PERFORM 030-MOVER-DADOS-TAB-CAD
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.
           IF WRK-TAB-CAD-QTDE = ZEROS
              DISPLAY "ARQUIVO CADCLIN VAZIO"
           END-IF.

       030-MOVER-DADOS-TAB-CAD.
           IF WRK-TAB-CAD-QTDE = 999
              DISPLAY "TABELA DE CONTAS EXCEDIDA - CADCLIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CAD-QTDE.
           MOVE CADCLIN-CHAVE
             TO TAB-CAD-CHAVE(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-SALDO-ATUAL
             TO TAB-CAD-SALDO(WRK-TAB-CAD-QTDE).
           MOVE ZEROS TO TAB-CAD-LIMITE(WRK-TAB-CAD-QTDE).
           MOVE "A"   TO TAB-CAD-SITUACAO(WRK-TAB-CAD-QTDE).
           PERFORM 041-LER-CADCLIN.

      *SITUACAO E LIMITE DAS CONTAS COM CONDICAO CADASTRADA.
      *REGISTRO DE CONTA QUE NAO ESTA NO CADCLIN E IGNORADO.
       014-CARREGAR-CONDCTA.
           IF WRK-FS-CONDCTA = "35"
              DISPLAY "ARQUIVO CONDCTA NAO ENCONTRADO - CONTAS "
                      "ATIVAS E SEM LIMITE"
           ELSE
              PERFORM 042-LER-CONDCTA
              PERFORM 031-APLICAR-CONDCTA
                UNTIL WRK-FS-CONDCTA = "10"
              CLOSE CONDCTA
           END-IF.

       031-APLICAR-CONDCTA.
           MOVE CONDCTA-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CAD > ZEROS
              MOVE CONDCTA-SITUACAO
                TO TAB-CAD-SITUACAO(WRK-ACHOU-CAD)
              MOVE CONDCTA-LIMITE
                TO TAB-CAD-LIMITE(WRK-ACHOU-CAD)
           END-IF.
           PERFORM 042-LER-CONDCTA.

      *CONTA ENVIADA A COBRANCA PELO AC00EX34 PERDE O LIMITE DO
      *CHEQUE ESPECIAL - SO MOVIMENTA ATE O SALDO.
       015-CARREGAR-NEGHOJE.
           IF WRK-FS-NEGHOJE NOT = "35"
              PERFORM 043-LER-NEGHOJE
              PERFORM 032-APLICAR-NEGHOJE
                UNTIL WRK-FS-NEGHOJE = "10"
              CLOSE NEGHOJE
           END-IF.

       032-APLICAR-NEGHOJE.
           IF NEG-EM-COBRANCA
              MOVE NEG-CHAVE TO WRK-CHAVE-BUSCA
              PERFORM 081-LOCALIZAR-CONTA
              IF WRK-ACHOU-CAD > ZEROS
                 MOVE ZEROS TO TAB-CAD-LIMITE(WRK-ACHOU-CAD)
              END-IF
           END-IF.
           PERFORM 043-LER-NEGHOJE.

      *NUMERARIO DECLARADO POR CAIXA. SEM O ARQUIVO, TODOS OS
      *CAIXAS SAEM SEM DECLARACAO NA CONFERENCIA.
       016-CARREGAR-CAIXADEC.
           IF WRK-FS-CAIXADEC = "35"
              DISPLAY "ARQUIVO CAIXADEC NAO ENCONTRADO - CAIXAS "
                      "SEM DECLARACAO"
           ELSE
              PERFORM 044-LER-CAIXADEC
              PERFORM 033-ACUMULAR-DECLARACAO
                UNTIL WRK-FS-CAIXADEC = "10"
              CLOSE CAIXADEC
           END-IF.

       033-ACUMULAR-DECLARACAO.
           MOVE CAIXADEC-AGENCIA  TO WRK-AGENCIA-BUSCA.
           MOVE CAIXADEC-TERMINAL TO WRK-TERMINAL-BUSCA.
           PERFORM 082-LOCALIZAR-CAIXA.
           ADD CAIXADEC-ENTRADAS TO TAB-CXA-DECL-ENTRADAS(IDX-CXA).
           ADD CAIXADEC-SAIDAS   TO TAB-CXA-DECL-SAIDAS(IDX-CXA).
           MOVE "S" TO TAB-CXA-IND-DECLARADO(IDX-CXA).
           PERFORM 044-LER-CAIXADEC.

      *UMA TRANSACAO POR ITERACAO: VALIDA, LANCA OU RECUSA.
       020-PROCESSAR-TRANSACAO.
           MOVE SPACE TO MOVERR-MOTIVO.
           MOVE MOVCX-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           PERFORM 021-VALIDAR-TRANSACAO.
           IF MOVERR-MOTIVO = SPACE
              PERFORM 022-LANCAR-TRANSACAO
           ELSE
              PERFORM 025-GRAVAR-MOVERR
           END-IF.
           PERFORM 040-LER-MOVCAIXA.

      *ORDEM DAS RECUSAS: DADOS, CONTA, SITUACAO E SALDO. CONTA
      *BLOQUEADA SO RECUSA O DEBITO; ENCERRADA RECUSA TUDO. O
      *DEBITO PRECISA DE SALDO MAIS LIMITE PARA O VALOR INTEIRO.
       021-VALIDAR-TRANSACAO.
           IF WRK-ACHOU-CAD > ZEROS
              MOVE TAB-CAD-LIMITE(WRK-ACHOU-CAD) TO WRK-LIMITE-CONTA
              COMPUTE WRK-SALDO-DISPONIVEL =
                  TAB-CAD-SALDO(WRK-ACHOU-CAD) + WRK-LIMITE-CONTA
           END-IF.
           EVALUATE TRUE
               WHEN NOT MOVCX-TIPO-VALIDO
                 OR NOT MOVCX-CANAL-VALIDO
                 OR MOVCX-VALOR = ZEROS
                 OR MOVCX-DATA = ZEROS
                 OR (MOVCX-CHEQUE AND MOVCX-CANAL-ATM)
                 OR (MOVCX-CHEQUE AND MOVCX-NUM-CHEQUE = ZEROS)
                   SET MOVERR-MOT-DADOS-INVALIDOS TO TRUE
               WHEN WRK-ACHOU-CAD = ZEROS
                   SET MOVERR-MOT-CONTA-INEXISTENTE TO TRUE
               WHEN TAB-CAD-SITUACAO(WRK-ACHOU-CAD) = "E"
                   SET MOVERR-MOT-CONTA-ENCERRADA TO TRUE
               WHEN TAB-CAD-SITUACAO(WRK-ACHOU-CAD) = "B"
                AND MOVCX-DEBITO
                   SET MOVERR-MOT-CONTA-BLOQUEADA TO TRUE
               WHEN MOVCX-DEBITO
                AND WRK-SALDO-DISPONIVEL < MOVCX-VALOR
                   SET MOVERR-MOT-SALDO-INSUFICIENTE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *LANCA NO SALDO CORRENTE DA CONTA, GRAVA O DIARIO E SOMA O
      *NUMERARIO DO CAIXA (DEPOSITO ENTRA, SAQUE E CHEQUE SAEM).
       022-LANCAR-TRANSACAO.
           IF MOVCX-DEBITO
              COMPUTE WRK-VALOR-LANCADO = ZEROS - MOVCX-VALOR
           ELSE
              MOVE MOVCX-VALOR TO WRK-VALOR-LANCADO
           END-IF.
           ADD WRK-VALOR-LANCADO TO TAB-CAD-SALDO(WRK-ACHOU-CAD).

           EVALUATE TRUE
               WHEN MOVCX-DEPOSITO
                   ADD 1 TO WRK-CONT-DEPOSITOS
               WHEN MOVCX-SAQUE
                   ADD 1 TO WRK-CONT-SAQUES
               WHEN OTHER
                   ADD 1 TO WRK-CONT-CHEQUES
           END-EVALUATE.

           PERFORM 023-GRAVAR-MOVJRN.

           IF MOVCX-CANAL-CAIXA
              MOVE MOVCX-AGENCIA-TERM TO WRK-AGENCIA-BUSCA
              MOVE MOVCX-TERMINAL     TO WRK-TERMINAL-BUSCA
              PERFORM 082-LOCALIZAR-CAIXA
              IF MOVCX-DEPOSITO
                 ADD MOVCX-VALOR TO TAB-CXA-LANC-ENTRADAS(IDX-CXA)
              ELSE
                 ADD MOVCX-VALOR TO TAB-CXA-LANC-SAIDAS(IDX-CXA)
              END-IF
           END-IF.

       023-GRAVAR-MOVJRN.
           MOVE MOVCX-CHAVE        TO MOVJRN-CHAVE.
           MOVE MOVCX-DATA         TO MOVJRN-DATA.
           MOVE MOVCX-HORA         TO MOVJRN-HORA.
           MOVE MOVCX-TIPO         TO MOVJRN-TIPO.
           MOVE MOVCX-CANAL        TO MOVJRN-CANAL.
           MOVE MOVCX-AGENCIA-TERM TO MOVJRN-AGENCIA-TERM.
           MOVE MOVCX-TERMINAL     TO MOVJRN-TERMINAL.
           MOVE MOVCX-NSU          TO MOVJRN-NSU.
           MOVE MOVCX-NUM-CHEQUE   TO MOVJRN-NUM-CHEQUE.
           MOVE WRK-VALOR-LANCADO  TO MOVJRN-VALOR.
           MOVE TAB-CAD-SALDO(WRK-ACHOU-CAD) TO MOVJRN-SALDO-DEPOIS.
           WRITE FD-MOVJRN-REGISTRO FROM WRK-MOVJRN-REGISTRO.
           IF WRK-FS-MOVJRN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO MOVJRN - FS: " WRK-FS-MOVJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       025-GRAVAR-MOVERR.
           MOVE WRK-MOVCAIXA-REGISTRO TO MOVERR-TRANSACAO.
           WRITE FD-MOVERR-REGISTRO FROM WRK-MOVERR-REGISTRO.
           IF WRK-FS-MOVERR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO MOVERR - FS: " WRK-FS-MOVERR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-REJEITADAS.

      *REGRAVA O CADASTRO COM O SALDO CORRENTE DE CADA CONTA. O
      *CADCLIN E RELIDO NA MESMA ORDEM DA CARGA DA TABELA.
       035-REGRAVAR-CADASTRO.
           OPEN INPUT CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO REABERTURA CADCLIN - FS: "
                      WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE ZEROS TO WRK-SUB.
           PERFORM 041-LER-CADCLIN.
           PERFORM 036-REGRAVAR-UMA-CONTA
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.

       036-REGRAVAR-UMA-CONTA.
           ADD 1 TO WRK-SUB.
           MOVE TAB-CAD-SALDO(WRK-SUB) TO CADCLIN-SALDO-ATUAL.
           WRITE FD-CADCLINM-REGISTRO FROM WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLINM NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CADCLINM - FS: "
                      WRK-FS-CADCLINM
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 041-LER-CADCLIN.

       040-LER-MOVCAIXA.
           READ MOVCAIXA INTO WRK-MOVCAIXA-REGISTRO.
           IF WRK-FS-MOVCAIXA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MOVCAIXA - FS: "
                      WRK-FS-MOVCAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MOVCAIXA = "00"
                ADD 1 TO WRK-CONT-LIDOS-MOVCAIXA
           END-IF.

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-CONDCTA.
           READ CONDCTA INTO WRK-CONDCTA-REGISTRO.
           IF WRK-FS-CONDCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CONDCTA = "00"
                ADD 1 TO WRK-CONT-LIDOS-CONDCTA
           END-IF.

       043-LER-NEGHOJE.
           READ NEGHOJE INTO WRK-NEG-REGISTRO.
           IF WRK-FS-NEGHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NEGHOJE - FS: " WRK-FS-NEGHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-CAIXADEC.
           READ CAIXADEC INTO WRK-CAIXADEC-REGISTRO.
           IF WRK-FS-CAIXADEC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CAIXADEC - FS: "
                      WRK-FS-CAIXADEC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CAIXADEC = "00"
                ADD 1 TO WRK-CONT-LIDOS-CAIXADEC
           END-IF.

       081-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-ACHOU-CAD.
           SET IDX-CAD TO 1.
           SEARCH TAB-CAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CAD-CHAVE(IDX-CAD) = WRK-CHAVE-BUSCA
                   SET WRK-ACHOU-CAD TO IDX-CAD
           END-SEARCH.

      *LOCALIZA (OU INCLUI) O CAIXA NA TABELA DA CONFERENCIA,
      *DEIXANDO IDX-CXA POSICIONADO NELE.
       082-LOCALIZAR-CAIXA.
           SET IDX-CXA TO 1.
           SEARCH TAB-CXA-REGISTRO
               AT END
                   IF WRK-TAB-CXA-QTDE = 500
                      DISPLAY "TABELA DE CAIXAS EXCEDIDA"
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-TAB-CXA-QTDE
                   SET IDX-CXA TO WRK-TAB-CXA-QTDE
                   MOVE WRK-AGENCIA-BUSCA  TO TAB-CXA-AGENCIA(IDX-CXA)
                   MOVE WRK-TERMINAL-BUSCA
                     TO TAB-CXA-TERMINAL(IDX-CXA)
                   MOVE ZEROS TO TAB-CXA-DECL-ENTRADAS(IDX-CXA)
                   MOVE ZEROS TO TAB-CXA-DECL-SAIDAS(IDX-CXA)
                   MOVE ZEROS TO TAB-CXA-LANC-ENTRADAS(IDX-CXA)
                   MOVE ZEROS TO TAB-CXA-LANC-SAIDAS(IDX-CXA)
                   MOVE "N"   TO TAB-CXA-IND-DECLARADO(IDX-CXA)
               WHEN TAB-CXA-AGENCIA(IDX-CXA) = WRK-AGENCIA-BUSCA
                AND TAB-CXA-TERMINAL(IDX-CXA) = WRK-TERMINAL-BUSCA
                   CONTINUE
           END-SEARCH.

      *LOCALIZA (OU INCLUI) A AGENCIA NA TABELA DE TOTAIS,
      *DEIXANDO IDX-AGE POSICIONADO NELA.
       083-LOCALIZAR-AGENCIA.
           SET IDX-AGE TO 1.
           SEARCH TAB-AGE-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-AGE-QTDE
                   SET IDX-AGE TO WRK-TAB-AGE-QTDE
                   MOVE WRK-AGENCIA-BUSCA  TO TAB-AGE-AGENCIA(IDX-AGE)
                   MOVE ZEROS TO TAB-AGE-DECL-ENTRADAS(IDX-AGE)
                   MOVE ZEROS TO TAB-AGE-DECL-SAIDAS(IDX-AGE)
                   MOVE ZEROS TO TAB-AGE-LANC-ENTRADAS(IDX-AGE)
                   MOVE ZEROS TO TAB-AGE-LANC-SAIDAS(IDX-AGE)
                   MOVE "N"   TO TAB-AGE-IND-SEM-DECL(IDX-AGE)
               WHEN TAB-AGE-AGENCIA(IDX-AGE) = WRK-AGENCIA-BUSCA
                   CONTINUE
           END-SEARCH.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-CONFERENCIA.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-REJEITADAS > ZEROS
              OR WRK-CONT-CAIXAS-COM-DIF > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

      *LINHA D POR CAIXA E LINHA T POR AGENCIA. O CAIXA QUE
      *MOVIMENTOU E NAO DECLAROU SAI COMO SEM DECLARACAO; A
      *AGENCIA COM ALGUM CAIXA NESSA SITUACAO TAMBEM.
       055-GRAVAR-CONFERENCIA.
           PERFORM 056-GRAVAR-UM-CAIXA
               VARYING IDX-CXA FROM 1 BY 1
               UNTIL IDX-CXA > WRK-TAB-CXA-QTDE.
           PERFORM 057-GRAVAR-UMA-AGENCIA
               VARYING IDX-AGE FROM 1 BY 1
               UNTIL IDX-AGE > WRK-TAB-AGE-QTDE.

       056-GRAVAR-UM-CAIXA.
           MOVE "D"                      TO CAIXABAL-TIPO-REG.
           MOVE TAB-CXA-AGENCIA(IDX-CXA)  TO CAIXABAL-AGENCIA.
           MOVE TAB-CXA-TERMINAL(IDX-CXA) TO CAIXABAL-TERMINAL.
           MOVE TAB-CXA-DECL-ENTRADAS(IDX-CXA)
             TO CAIXABAL-DECL-ENTRADAS.
           MOVE TAB-CXA-LANC-ENTRADAS(IDX-CXA)
             TO CAIXABAL-LANC-ENTRADAS.
           MOVE TAB-CXA-DECL-SAIDAS(IDX-CXA)
             TO CAIXABAL-DECL-SAIDAS.
           MOVE TAB-CXA-LANC-SAIDAS(IDX-CXA)
             TO CAIXABAL-LANC-SAIDAS.
           PERFORM 058-CALCULAR-DIFERENCA.
           IF TAB-CXA-IND-DECLARADO(IDX-CXA) = "N"
              SET CAIXABAL-SEM-DECLARACAO TO TRUE
           END-IF.
           IF NOT CAIXABAL-CONFERE
              ADD 1 TO WRK-CONT-CAIXAS-COM-DIF
           END-IF.
           PERFORM 045-GRAVAR-CAIXABAL.

           MOVE TAB-CXA-AGENCIA(IDX-CXA) TO WRK-AGENCIA-BUSCA.
           PERFORM 083-LOCALIZAR-AGENCIA.
           ADD TAB-CXA-DECL-ENTRADAS(IDX-CXA)
            TO TAB-AGE-DECL-ENTRADAS(IDX-AGE).
           ADD TAB-CXA-DECL-SAIDAS(IDX-CXA)
            TO TAB-AGE-DECL-SAIDAS(IDX-AGE).
           ADD TAB-CXA-LANC-ENTRADAS(IDX-CXA)
            TO TAB-AGE-LANC-ENTRADAS(IDX-AGE).
           ADD TAB-CXA-LANC-SAIDAS(IDX-CXA)
            TO TAB-AGE-LANC-SAIDAS(IDX-AGE).
           IF TAB-CXA-IND-DECLARADO(IDX-CXA) = "N"
              MOVE "S" TO TAB-AGE-IND-SEM-DECL(IDX-AGE)
           END-IF.

       057-GRAVAR-UMA-AGENCIA.
           MOVE "T"                      TO CAIXABAL-TIPO-REG.
           MOVE TAB-AGE-AGENCIA(IDX-AGE)  TO CAIXABAL-AGENCIA.
           MOVE ZEROS                     TO CAIXABAL-TERMINAL.
           MOVE TAB-AGE-DECL-ENTRADAS(IDX-AGE)
             TO CAIXABAL-DECL-ENTRADAS.
           MOVE TAB-AGE-LANC-ENTRADAS(IDX-AGE)
             TO CAIXABAL-LANC-ENTRADAS.
           MOVE TAB-AGE-DECL-SAIDAS(IDX-AGE)
             TO CAIXABAL-DECL-SAIDAS.
           MOVE TAB-AGE-LANC-SAIDAS(IDX-AGE)
             TO CAIXABAL-LANC-SAIDAS.
           PERFORM 058-CALCULAR-DIFERENCA.
           IF TAB-AGE-IND-SEM-DECL(IDX-AGE) = "S"
              SET CAIXABAL-SEM-DECLARACAO TO TRUE
           END-IF.
           PERFORM 045-GRAVAR-CAIXABAL.

       058-CALCULAR-DIFERENCA.
           COMPUTE CAIXABAL-DIFERENCA =
               (CAIXABAL-DECL-ENTRADAS - CAIXABAL-DECL-SAIDAS)
               - (CAIXABAL-LANC-ENTRADAS - CAIXABAL-LANC-SAIDAS).
           IF CAIXABAL-DIFERENCA = ZEROS
              AND CAIXABAL-DECL-ENTRADAS = CAIXABAL-LANC-ENTRADAS
              SET CAIXABAL-CONFERE TO TRUE
           ELSE
              SET CAIXABAL-DIVERGE TO TRUE
           END-IF.

       045-GRAVAR-CAIXABAL.
           WRITE FD-CAIXABAL-REGISTRO FROM WRK-CAIXABAL-REGISTRO.
           IF WRK-FS-CAIXABAL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CAIXABAL - FS: "
                      WRK-FS-CAIXABAL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CAIXABAL.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Transacoes Lidas MOVCAIXA..: "
                   WRK-CONT-LIDOS-MOVCAIXA.
           DISPLAY "Quantidade de Contas Lidas CADCLIN.......: "
                   WRK-TAB-CAD-QTDE.
           DISPLAY "Quantidade de Condicoes Lidas CONDCTA....: "
                   WRK-CONT-LIDOS-CONDCTA.
           DISPLAY "Quantidade de Declaracoes Lidas CAIXADEC.: "
                   WRK-CONT-LIDOS-CAIXADEC.
           DISPLAY "Quantidade de Depositos Lancados.........: "
                   WRK-CONT-DEPOSITOS.
           DISPLAY "Quantidade de Saques Lancados............: "
                   WRK-CONT-SAQUES.
           DISPLAY "Quantidade de Cheques Lancados...........: "
                   WRK-CONT-CHEQUES.
           DISPLAY "Quantidade de Transacoes Recusadas.......: "
                   WRK-CONT-REJEITADAS.
           DISPLAY "Quantidade de Caixas com Diferenca.......: "
                   WRK-CONT-CAIXAS-COM-DIF.
           DISPLAY "Quantidade de Registros Gravados CAIXABAL: "
                   WRK-CONT-GRAVADOS-CAIXABAL.

       052-FECHAR-ARQUIVOS.
           CLOSE MOVCAIXA.
           IF WRK-FS-MOVCAIXA NOT = "00"
              DISPLAY "ERRO CLOSE MOVCAIXA - FS: " WRK-FS-MOVCAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CADCLINM.
           IF WRK-FS-CADCLINM NOT = "00"
              DISPLAY "ERRO CLOSE CADCLINM - FS: " WRK-FS-CADCLINM
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE MOVJRN.
           IF WRK-FS-MOVJRN NOT = "00"
              DISPLAY "ERRO CLOSE MOVJRN - FS: " WRK-FS-MOVJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE MOVERR.
           IF WRK-FS-MOVERR NOT = "00"
              DISPLAY "ERRO CLOSE MOVERR - FS: " WRK-FS-MOVERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CAIXABAL.
           IF WRK-FS-CAIXABAL NOT = "00"
              DISPLAY "ERRO CLOSE CAIXABAL - FS: " WRK-FS-CAIXABAL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX11".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

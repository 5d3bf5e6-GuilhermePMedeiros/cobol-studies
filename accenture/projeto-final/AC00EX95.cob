       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX95.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX95
      *CONTROLE DIARIO DE VALIDADE DOS LOTES DE ESTOQUE. PERCORRE
      *O KSDS ESTQLOTE (ALIMENTADO PELO AC00EX57 E CONSUMIDO PELO
      *AC00EX10) NA ORDEM DE PRODUTO E VALIDADE:
      *- LOTE JA VENCIDO E BAIXADO: SAI DO KSDS, SAI EM LOTEBAIXA
      *  VALORIZADO PELO PRECO DO CADASTRO (PRODUTO-VALOR) E A
      *  QUANTIDADE E DEBITADA DO ESTOQUE-SALDO DO PRODUTO;
      *- LOTE QUE VENCE DENTRO DO PRAZO DE AVISO DO PARAMETRO
      *  PARMVALID (SEM O PARAMETRO, 7 DIAS) SAI EM LOTEAVISO PARA
      *  A REMARCACAO DE PRECO.
      *EM SEGUIDA CONCILIA CADA PRODUTO DO MESTRE ESTOQUE COM A
      *SOMA DOS SEUS LOTES, PARA QUE O SALDO SEJA SEMPRE A SOMA
      *DOS LOTES MESMO APOS MOVIMENTOS QUE NAO CONHECEM LOTE
      *(DEVOLUCAO DO AC00EX13, INVENTARIO DO AC00EX62): SALDO
      *MAIOR QUE OS LOTES ENTRA NO LOTE "SEM LOTE" (VALIDADE
      *99999999); SALDO MENOR E CONSUMIDO DOS LOTES QUE VENCEM
      *ANTES. CADA ACERTO SAI EM LOTEAJUS. O RESUMO DA PERDA POR
      *VALIDADE SAI EM LOTESHRK, NO LAYOUT DO SHRINKREL.
      *TODA ATUALIZACAO DO ESTQLOTE E DO ESTOQUE E GRAVADA NO
      *DIARIO JRNMEST, PARA A RECUPERACAO PELO AC01EX34.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PRAZO DE AVISO DE VENCIMENTO, EM DIAS
       SELECT PARMVALID ASSIGN   TO PARMVALID
                      FILE STATUS    IS WRK-FS-PARMVALID.

      *LOTES DE ESTOQUE POR PRODUTO E VALIDADE
       SELECT ESTQLOTE  ASSIGN   TO ESTQLOTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS DYNAMIC
                      RECORD KEY     IS FD-ESTQLOTE-CHAVE
                      FILE STATUS    IS WRK-FS-ESTQLOTE.

       SELECT ESTOQUE   ASSIGN   TO ESTOQUE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS DYNAMIC
                      RECORD KEY     IS FD-ESTOQUE-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-ESTOQUE.

       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *LOTES PROXIMOS DO VENCIMENTO, PARA REMARCACAO
       SELECT LOTEAVISO ASSIGN   TO LOTEAVISO
                      FILE STATUS    IS WRK-FS-LOTEAVISO.

      *LOTES VENCIDOS BAIXADOS, VALORIZADOS
       SELECT LOTEBAIXA ASSIGN   TO LOTEBAIXA
                      FILE STATUS    IS WRK-FS-LOTEBAIXA.

      *ACERTOS ENTRE O SALDO DO ESTOQUE E A SOMA DOS LOTES
       SELECT LOTEAJUS  ASSIGN   TO LOTEAJUS
                      FILE STATUS    IS WRK-FS-LOTEAJUS.

      *RESUMO DA PERDA POR VALIDADE
       SELECT LOTESHRK  ASSIGN   TO LOTESHRK
                      FILE STATUS    IS WRK-FS-LOTESHRK.

      *DIARIO DE IMAGENS ANTES/DEPOIS DOS KSDS MESTRES ATUALIZADOS
      *PELO PASSO (ESTQLOTE E ESTOQUE), CUMULATIVO ENTRE OS RUNS -
      *BASE DA RECUPERACAO PELO AC01EX34
       SELECT JRNMEST   ASSIGN   TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMVALID
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMVALID-REGISTRO   PIC X(003).

       FD  ESTQLOTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ESTQLOTE-REGISTRO.
           05 FD-ESTQLOTE-CHAVE      PIC X(023).
           05 FILLER                 PIC X(015).

       FD  ESTOQUE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ESTOQUE-REGISTRO.
           05 FD-ESTOQUE-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  LOTEAVISO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOTEAVISO-REGISTRO   PIC X(056).

       FD  LOTEBAIXA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOTEBAIXA-REGISTRO   PIC X(043).

       FD  LOTEAJUS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOTEAJUS-REGISTRO    PIC X(026).

       FD  LOTESHRK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOTESHRK-REGISTRO    PIC X(040).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMVALID      PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQLOTE       PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTOQUE        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOTEAVISO      PIC X(002) VALUE SPACES.
           05 WRK-FS-LOTEBAIXA      PIC X(002) VALUE SPACES.
           05 WRK-FS-LOTEAJUS       PIC X(002) VALUE SPACES.
           05 WRK-FS-LOTESHRK       PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMVALID - PRAZO DE AVISO DE VENCIMENTO
       01  WRK-PARMVALID-REGISTRO.
           05 PARMVALID-DIAS-AVISO  PIC 9(003).

      *LAYOUT DE ESTQLOTE - SALDO DE UM LOTE DO PRODUTO (MESMO
      *GRAVADO PELO AC00EX57)
       01  WRK-ESTQLOTE-REGISTRO.
           05 ESTQLOTE-CHAVE.
              07 ESTQLOTE-COD-PRODUTO   PIC 9(005).
              07 ESTQLOTE-DATA-VALIDADE PIC 9(008).
              07 ESTQLOTE-NUM-LOTE      PIC X(010).
           05 ESTQLOTE-SALDO            PIC 9(007).
           05 ESTQLOTE-DATA-ENTRADA     PIC 9(008).

      *LAYOUT DE ESTOQUE - MESMO MESTRE DO AC00EX10
       01  WRK-ESTOQUE-REGISTRO.
           05 ESTOQUE-COD-PRODUTO   PIC 9(005).
           05 ESTOQUE-SALDO         PIC 9(007).
           05 ESTOQUE-MINIMO        PIC 9(007).
           05 ESTOQUE-ENCOMENDA     PIC 9(007).

      *LAYOUT DE PRODUTO - PARA VALORIZAR OS LOTES
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO   PIC 9(005).
           05 PRODUTO-NOME          PIC X(010).
           05 PRODUTO-VALOR         PIC 9(009)V99.

      *LAYOUT DE LOTEAVISO - LOTE PROXIMO DO VENCIMENTO
       01  WRK-LOTEAVISO-REGISTRO.
           05 LOTEAVISO-COD-PRODUTO   PIC 9(005).
           05 LOTEAVISO-NOME          PIC X(010).
           05 LOTEAVISO-NUM-LOTE      PIC X(010).
           05 LOTEAVISO-DATA-VALIDADE PIC 9(008).
           05 LOTEAVISO-DIAS-RESTANTES PIC 9(003).
           05 LOTEAVISO-SALDO         PIC 9(007).
           05 LOTEAVISO-VALOR         PIC 9(011)V99.

      *LAYOUT DE LOTEBAIXA - LOTE VENCIDO BAIXADO
       01  WRK-LOTEBAIXA-REGISTRO.
           05 LOTEBAIXA-COD-PRODUTO   PIC 9(005).
           05 LOTEBAIXA-NUM-LOTE      PIC X(010).
           05 LOTEBAIXA-DATA-VALIDADE PIC 9(008).
           05 LOTEBAIXA-QUANTIDADE    PIC 9(007).
           05 LOTEBAIXA-VALOR         PIC 9(011)V99.

      *LAYOUT DE LOTEAJUS - ACERTO ENTRE ESTOQUE E LOTES
       01  WRK-LOTEAJUS-REGISTRO.
           05 LOTEAJUS-COD-PRODUTO    PIC 9(005).
           05 LOTEAJUS-SALDO-ESTOQUE  PIC 9(007).
           05 LOTEAJUS-SOMA-LOTES     PIC 9(007).
           05 LOTEAJUS-DIFERENCA      PIC S9(007).

      *LAYOUT DE LOTESHRK - RESUMO DA PERDA (LAYOUT DO SHRINKREL)
       01  WRK-LOTESHRK-REGISTRO.
           05 LOTESHRK-DESCRICAO    PIC X(014).
           05 LOTESHRK-VALOR        PIC S9(011)V99.
           05 FILLER                PIC X(013) VALUE SPACES.

      *SOMA DOS LOTES E QUANTIDADE VENCIDA POR PRODUTO, MONTADA NA
      *LEITURA DOS LOTES (JA NA ORDEM DE PRODUTO) E USADA NA
      *CONCILIACAO COM O MESTRE ESTOQUE
       01  WRK-TAB-LOTPRD-QTDE      PIC 9(004) VALUE ZEROS.
       01  TAB-LOTPRD-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-LOTPRD-QTDE
               INDEXED BY IDX-LOTPRD.
           05 TAB-LOTPRD-COD-PRODUTO  PIC 9(005).
           05 TAB-LOTPRD-SOMA-LOTES   PIC 9(009).
           05 TAB-LOTPRD-QTD-VENCIDA  PIC 9(009).

      *LAYOUT DE JRNMEST - MESMO DO AC00EX10
       01  WRK-JRNMEST-REGISTRO.
           05 JRNMEST-RUN-ID.
              07 JRNMEST-RUN-DATA     PIC 9(008).
              07 JRNMEST-RUN-PASSO    PIC X(008).
              07 JRNMEST-RUN-HORA     PIC 9(006).
           05 JRNMEST-DATA            PIC 9(008).
           05 JRNMEST-HORA            PIC 9(008).
           05 JRNMEST-SEQUENCIA       PIC 9(009).
           05 JRNMEST-ARQUIVO         PIC X(008).
           05 JRNMEST-OPERACAO        PIC X(001).
               88 JRNMEST-INCLUSAO       VALUE "I".
               88 JRNMEST-ALTERACAO      VALUE "A".
               88 JRNMEST-EXCLUSAO       VALUE "E".
               88 JRNMEST-CONTROLE       VALUE "C".
           05 JRNMEST-CHAVE           PIC 9(010).
           05 JRNMEST-IMAGENS.
              07 JRNMEST-IMAGEM-ANTES  PIC X(100).
              07 JRNMEST-IMAGEM-DEPOIS PIC X(100).
           05 JRNMEST-FIGURAS-CONTROLE REDEFINES JRNMEST-IMAGENS.
              07 JRNMEST-CTL-INCLUSOES  PIC 9(009).
              07 JRNMEST-CTL-ALTERACOES PIC 9(009).
              07 JRNMEST-CTL-EXCLUSOES  PIC 9(009).
              07 JRNMEST-CTL-SOMA-CHAVES-INC PIC 9(015).
              07 JRNMEST-CTL-SOMA-CHAVES-EXC PIC 9(015).
              07 FILLER                 PIC X(143).

      *FIGURAS DE CONTROLE DO RUN POR MESTRE, GRAVADAS NO JRNMEST
      *NO FIM DO RUN
       01  TAB-JRC-REGISTRO OCCURS 2 TIMES
               INDEXED BY IDX-JRC.
           05 TAB-JRC-ARQUIVO         PIC X(008).
           05 TAB-JRC-INCLUSOES       PIC 9(009).
           05 TAB-JRC-ALTERACOES      PIC 9(009).
           05 TAB-JRC-EXCLUSOES       PIC 9(009).
           05 TAB-JRC-SOMA-CHAVES-INC PIC 9(015).
           05 TAB-JRC-SOMA-CHAVES-EXC PIC 9(015).

       01  WRK-JRN-SEQUENCIA        PIC 9(009) VALUE ZEROS.

      *HORA DE INICIO DO RUN, PARTE DA IDENTIFICACAO DO RUN NO
      *JRNMEST
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.

      *DATA DO SISTEMA E DIAS ATE O VENCIMENTO DO LOTE
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC 9(009) VALUE ZEROS.
       01  WRK-DIAS-RESTANTES       PIC S9(009) VALUE ZEROS.

      *APOIO A CONCILIACAO DO PRODUTO CORRENTE
       01  WRK-SOMA-LOTES           PIC 9(009) VALUE ZEROS.
       01  WRK-QTD-VENCIDA          PIC 9(009) VALUE ZEROS.
       01  WRK-DIFERENCA            PIC S9(009) VALUE ZEROS.
       01  WRK-LOTE-A-BAIXAR        PIC 9(009) VALUE ZEROS.
       01  WRK-VALOR-LOTE           PIC 9(011)V99 VALUE ZEROS.

       01  WRK-SW-FIM-LOTES         PIC 9(001) VALUE ZEROS.
           88 FIM-LOTES-PRODUTO        VALUE 1.
           88 HA-LOTES-PRODUTO         VALUE 0.

      *TOTAIS DO RUN
       01  WRK-TOT-PERDA-VALIDADE   PIC S9(011)V99 VALUE ZEROS.
       01  WRK-TOT-A-VENCER         PIC S9(011)V99 VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-ESTQLOTE     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LOTES-VENCIDOS     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LOTES-AVISO        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ESTOQUE      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-PRODUTOS-ACERTADOS PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC00EX95-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-LOTE
             UNTIL WRK-FS-ESTQLOTE = "10".
           PERFORM 025-INICIAR-CONCILIACAO.
           PERFORM 030-CONCILIAR-PRODUTO
             UNTIL WRK-FS-ESTOQUE = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX95 INICIADO - VALIDADE DE LOTES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-ABRIR-PARMVALID.

           MOVE LOW-VALUES TO FD-ESTQLOTE-CHAVE.
           START ESTQLOTE KEY NOT < FD-ESTQLOTE-CHAVE
               INVALID KEY
                   MOVE "10" TO WRK-FS-ESTQLOTE
           END-START.
           IF WRK-FS-ESTQLOTE NOT = "10"
              PERFORM 040-LER-ESTQLOTE
           END-IF.
           IF WRK-FS-ESTQLOTE = "10"
              DISPLAY "ARQUIVO ESTQLOTE VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN I-O      ESTQLOTE.
           IF WRK-FS-ESTQLOTE = "35"
              OPEN OUTPUT   ESTQLOTE
              IF WRK-FS-ESTQLOTE NOT = ZEROS
                 DISPLAY "ERRO CRIACAO ESTQLOTE - FS: "
                         WRK-FS-ESTQLOTE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE ESTQLOTE
              OPEN I-O      ESTQLOTE
           END-IF.
           IF WRK-FS-ESTQLOTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN I-O      ESTOQUE.
           IF WRK-FS-ESTOQUE NOT = ZEROS
              DISPLAY "ERRO ABERTURA ESTOQUE - FS: " WRK-FS-ESTOQUE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LOTEAVISO.
           IF WRK-FS-LOTEAVISO NOT = ZEROS
              DISPLAY "ERRO ABERTURA LOTEAVISO - FS: "
                      WRK-FS-LOTEAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LOTEBAIXA.
           IF WRK-FS-LOTEBAIXA NOT = ZEROS
              DISPLAY "ERRO ABERTURA LOTEBAIXA - FS: "
                      WRK-FS-LOTEBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LOTEAJUS.
           IF WRK-FS-LOTEAJUS NOT = ZEROS
              DISPLAY "ERRO ABERTURA LOTEAJUS - FS: "
                      WRK-FS-LOTEAJUS
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LOTESHRK.
           IF WRK-FS-LOTESHRK NOT = ZEROS
              DISPLAY "ERRO ABERTURA LOTESHRK - FS: "
                      WRK-FS-LOTESHRK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 060-ABRIR-JRNMEST.

      *CARREGA O PRAZO DE AVISO DE VENCIMENTO. SEM O PARAMETRO,
      *ASSUME 7 DIAS.
       013-ABRIR-PARMVALID.
           OPEN INPUT   PARMVALID.
           IF WRK-FS-PARMVALID = "35"
              MOVE 7 TO PARMVALID-DIAS-AVISO
           ELSE
              IF WRK-FS-PARMVALID NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMVALID - FS: "
                         WRK-FS-PARMVALID
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMVALID INTO WRK-PARMVALID-REGISTRO
              IF WRK-FS-PARMVALID NOT = "00"
                 DISPLAY "ERRO LEITURA PARMVALID - FS: "
                         WRK-FS-PARMVALID
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMVALID
           END-IF.

      *UM LOTE POR ITERACAO: BAIXA O VENCIDO, AVISA O QUE VENCE
      *DENTRO DO PRAZO E SOMA O SALDO NA TABELA DO PRODUTO.
       020-PROCESSAR-LOTE.
           PERFORM 021-LOCALIZAR-PRODUTO.

           IF ESTQLOTE-DATA-VALIDADE = 99999999
              MOVE 999 TO WRK-DIAS-RESTANTES
           ELSE
              COMPUTE WRK-DIAS-RESTANTES =
                  FUNCTION INTEGER-OF-DATE(ESTQLOTE-DATA-VALIDADE)
                  - WRK-DATA-SIS-INTEIRO
           END-IF.

           IF WRK-DIAS-RESTANTES < ZEROS
              PERFORM 022-BAIXAR-LOTE-VENCIDO
           ELSE
              ADD ESTQLOTE-SALDO
                  TO TAB-LOTPRD-SOMA-LOTES(WRK-TAB-LOTPRD-QTDE)
              IF WRK-DIAS-RESTANTES NOT > PARMVALID-DIAS-AVISO
                 PERFORM 023-AVISAR-LOTE
              END-IF
           END-IF.
           PERFORM 040-LER-ESTQLOTE.

      *OS LOTES VEM NA ORDEM DE PRODUTO - SO A TROCA DE PRODUTO
      *ABRE UMA NOVA POSICAO NA TABELA.
       021-LOCALIZAR-PRODUTO.
           IF WRK-TAB-LOTPRD-QTDE = ZEROS
              OR TAB-LOTPRD-COD-PRODUTO(WRK-TAB-LOTPRD-QTDE)
                 NOT = ESTQLOTE-COD-PRODUTO
              ADD 1 TO WRK-TAB-LOTPRD-QTDE
              MOVE ESTQLOTE-COD-PRODUTO
                TO TAB-LOTPRD-COD-PRODUTO(WRK-TAB-LOTPRD-QTDE)
              MOVE ZEROS
                TO TAB-LOTPRD-SOMA-LOTES(WRK-TAB-LOTPRD-QTDE)
              MOVE ZEROS
                TO TAB-LOTPRD-QTD-VENCIDA(WRK-TAB-LOTPRD-QTDE)
              PERFORM 024-LER-PRODUTO
           END-IF.

      *LOTE VENCIDO: SAI DO KSDS E DA PRATELEIRA. A QUANTIDADE E
      *DEBITADA DO ESTOQUE NA CONCILIACAO DO PRODUTO.
       022-BAIXAR-LOTE-VENCIDO.
           COMPUTE WRK-VALOR-LOTE = ESTQLOTE-SALDO * PRODUTO-VALOR.

           MOVE ESTQLOTE-COD-PRODUTO   TO LOTEBAIXA-COD-PRODUTO.
           MOVE ESTQLOTE-NUM-LOTE      TO LOTEBAIXA-NUM-LOTE.
           MOVE ESTQLOTE-DATA-VALIDADE TO LOTEBAIXA-DATA-VALIDADE.
           MOVE ESTQLOTE-SALDO         TO LOTEBAIXA-QUANTIDADE.
           MOVE WRK-VALOR-LOTE         TO LOTEBAIXA-VALOR.
           PERFORM 045-GRAVAR-LOTEBAIXA.

           ADD ESTQLOTE-SALDO
               TO TAB-LOTPRD-QTD-VENCIDA(WRK-TAB-LOTPRD-QTDE).
           SUBTRACT WRK-VALOR-LOTE FROM WRK-TOT-PERDA-VALIDADE.
           ADD 1 TO WRK-CONT-LOTES-VENCIDOS.

           DELETE ESTQLOTE RECORD.
           IF WRK-FS-ESTQLOTE NOT = ZEROS
              DISPLAY "ERRO EXCLUSAO ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           SET JRNMEST-EXCLUSAO      TO TRUE.
           MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-ANTES.
           MOVE SPACES               TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 049-JORNALIZAR-ESTQLOTE.

       023-AVISAR-LOTE.
           COMPUTE WRK-VALOR-LOTE = ESTQLOTE-SALDO * PRODUTO-VALOR.

           MOVE ESTQLOTE-COD-PRODUTO   TO LOTEAVISO-COD-PRODUTO.
           MOVE PRODUTO-NOME           TO LOTEAVISO-NOME.
           MOVE ESTQLOTE-NUM-LOTE      TO LOTEAVISO-NUM-LOTE.
           MOVE ESTQLOTE-DATA-VALIDADE TO LOTEAVISO-DATA-VALIDADE.
           MOVE WRK-DIAS-RESTANTES     TO LOTEAVISO-DIAS-RESTANTES.
           MOVE ESTQLOTE-SALDO         TO LOTEAVISO-SALDO.
           MOVE WRK-VALOR-LOTE         TO LOTEAVISO-VALOR.
           PERFORM 046-GRAVAR-LOTEAVISO.

           ADD WRK-VALOR-LOTE TO WRK-TOT-A-VENCER.
           ADD 1 TO WRK-CONT-LOTES-AVISO.

      *PRECO E NOME DO PRODUTO PARA VALORIZAR OS LOTES (ZERO E
      *BRANCOS QUANDO O PRODUTO NAO EXISTE MAIS NO CADASTRO).
       024-LER-PRODUTO.
           MOVE ESTQLOTE-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   MOVE ZEROS  TO PRODUTO-VALOR
                   MOVE SPACES TO PRODUTO-NOME
           END-READ.

      *POSICIONA NO INICIO DO MESTRE ESTOQUE PARA A CONCILIACAO.
       025-INICIAR-CONCILIACAO.
           MOVE ZEROS TO FD-ESTOQUE-COD-PRODUTO.
           START ESTOQUE KEY NOT < FD-ESTOQUE-COD-PRODUTO
               INVALID KEY
                   MOVE "10" TO WRK-FS-ESTOQUE
           END-START.
           IF WRK-FS-ESTOQUE NOT = "10"
              PERFORM 041-LER-ESTOQUE
           END-IF.

      *UM PRODUTO DO MESTRE POR ITERACAO: DEBITA OS LOTES VENCIDOS
      *DO SALDO E ACERTA A DIFERENCA ENTRE O SALDO E OS LOTES.
       030-CONCILIAR-PRODUTO.
           MOVE ZEROS TO WRK-SOMA-LOTES.
           MOVE ZEROS TO WRK-QTD-VENCIDA.
           SET IDX-LOTPRD TO 1.
           IF WRK-TAB-LOTPRD-QTDE > ZEROS
              SEARCH TAB-LOTPRD-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-LOTPRD-COD-PRODUTO(IDX-LOTPRD) =
                       ESTOQUE-COD-PRODUTO
                      MOVE TAB-LOTPRD-SOMA-LOTES(IDX-LOTPRD)
                        TO WRK-SOMA-LOTES
                      MOVE TAB-LOTPRD-QTD-VENCIDA(IDX-LOTPRD)
                        TO WRK-QTD-VENCIDA
              END-SEARCH
           END-IF.

           IF WRK-QTD-VENCIDA > ZEROS
              MOVE WRK-ESTOQUE-REGISTRO TO JRNMEST-IMAGEM-ANTES
              IF WRK-QTD-VENCIDA > ESTOQUE-SALDO
                 MOVE ZEROS TO ESTOQUE-SALDO
              ELSE
                 SUBTRACT WRK-QTD-VENCIDA FROM ESTOQUE-SALDO
              END-IF
              PERFORM 047-REGRAVAR-ESTOQUE
           END-IF.

           COMPUTE WRK-DIFERENCA = ESTOQUE-SALDO - WRK-SOMA-LOTES.
           IF WRK-DIFERENCA NOT = ZEROS
              PERFORM 031-ACERTAR-LOTES
           END-IF.
           PERFORM 041-LER-ESTOQUE.

      *SALDO ACIMA DOS LOTES ENTRA NO LOTE "SEM LOTE"; SALDO ABAIXO
      *DOS LOTES E CONSUMIDO DOS LOTES QUE VENCEM ANTES.
       031-ACERTAR-LOTES.
           MOVE ESTOQUE-COD-PRODUTO TO LOTEAJUS-COD-PRODUTO.
           MOVE ESTOQUE-SALDO       TO LOTEAJUS-SALDO-ESTOQUE.
           MOVE WRK-SOMA-LOTES      TO LOTEAJUS-SOMA-LOTES.
           MOVE WRK-DIFERENCA       TO LOTEAJUS-DIFERENCA.
           PERFORM 048-GRAVAR-LOTEAJUS.
           ADD 1 TO WRK-CONT-PRODUTOS-ACERTADOS.

           IF WRK-DIFERENCA > ZEROS
              PERFORM 032-ENTRAR-SEM-LOTE
           ELSE
              COMPUTE WRK-LOTE-A-BAIXAR = ZEROS - WRK-DIFERENCA
              PERFORM 033-CONSUMIR-LOTES
           END-IF.

       032-ENTRAR-SEM-LOTE.
           MOVE ESTOQUE-COD-PRODUTO TO ESTQLOTE-COD-PRODUTO.
           MOVE 99999999            TO ESTQLOTE-DATA-VALIDADE.
           MOVE "SEM LOTE"          TO ESTQLOTE-NUM-LOTE.
           MOVE ESTQLOTE-CHAVE      TO FD-ESTQLOTE-CHAVE.
           READ ESTQLOTE INTO WRK-ESTQLOTE-REGISTRO
               INVALID KEY
                   SET JRNMEST-INCLUSAO TO TRUE
                   MOVE SPACES TO JRNMEST-IMAGEM-ANTES
                   MOVE WRK-DIFERENCA TO ESTQLOTE-SALDO
                   MOVE WRK-DATA-SIS  TO ESTQLOTE-DATA-ENTRADA
                   WRITE FD-ESTQLOTE-REGISTRO
                       FROM WRK-ESTQLOTE-REGISTRO
               NOT INVALID KEY
                   SET JRNMEST-ALTERACAO TO TRUE
                   MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-ANTES
                   ADD WRK-DIFERENCA TO ESTQLOTE-SALDO
                   REWRITE FD-ESTQLOTE-REGISTRO
                       FROM WRK-ESTQLOTE-REGISTRO
           END-READ.
           IF WRK-FS-ESTQLOTE NOT = ZEROS
              DISPLAY "ERRO ATUALIZACAO ESTQLOTE - FS: "
                      WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 049-JORNALIZAR-ESTQLOTE.

      *CONSOME OS LOTES DO PRODUTO NA ORDEM DA CHAVE - A VALIDADE
      *MAIS PROXIMA PRIMEIRO. LOTE ZERADO E EXCLUIDO DO KSDS.
       033-CONSUMIR-LOTES.
           MOVE ESTOQUE-COD-PRODUTO TO ESTQLOTE-COD-PRODUTO.
           MOVE ZEROS               TO ESTQLOTE-DATA-VALIDADE.
           MOVE LOW-VALUES          TO ESTQLOTE-NUM-LOTE.
           MOVE ESTQLOTE-CHAVE      TO FD-ESTQLOTE-CHAVE.
           SET HA-LOTES-PRODUTO TO TRUE.
           START ESTQLOTE KEY NOT < FD-ESTQLOTE-CHAVE
               INVALID KEY
                   SET FIM-LOTES-PRODUTO TO TRUE
           END-START.
           PERFORM 034-CONSUMIR-LOTE
               UNTIL FIM-LOTES-PRODUTO
                  OR WRK-LOTE-A-BAIXAR = ZEROS.

       034-CONSUMIR-LOTE.
           READ ESTQLOTE NEXT RECORD INTO WRK-ESTQLOTE-REGISTRO
               AT END
                   SET FIM-LOTES-PRODUTO TO TRUE
           END-READ.
           IF WRK-FS-ESTQLOTE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF HA-LOTES-PRODUTO
              AND ESTQLOTE-COD-PRODUTO NOT = ESTOQUE-COD-PRODUTO
              SET FIM-LOTES-PRODUTO TO TRUE
           END-IF.

           IF HA-LOTES-PRODUTO
              MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-ANTES
              IF WRK-LOTE-A-BAIXAR < ESTQLOTE-SALDO
                 SUBTRACT WRK-LOTE-A-BAIXAR FROM ESTQLOTE-SALDO
                 MOVE ZEROS TO WRK-LOTE-A-BAIXAR
                 REWRITE FD-ESTQLOTE-REGISTRO
                     FROM WRK-ESTQLOTE-REGISTRO
                 SET JRNMEST-ALTERACAO TO TRUE
                 MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS
              ELSE
                 SUBTRACT ESTQLOTE-SALDO FROM WRK-LOTE-A-BAIXAR
                 DELETE ESTQLOTE RECORD
                 SET JRNMEST-EXCLUSAO TO TRUE
                 MOVE SPACES TO JRNMEST-IMAGEM-DEPOIS
              END-IF
              IF WRK-FS-ESTQLOTE NOT = ZEROS
                 DISPLAY "ERRO ATUALIZACAO ESTQLOTE - FS: "
                         WRK-FS-ESTQLOTE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 049-JORNALIZAR-ESTQLOTE
           END-IF.

       040-LER-ESTQLOTE.
           READ ESTQLOTE NEXT RECORD INTO WRK-ESTQLOTE-REGISTRO
               AT END
                   CONTINUE
           END-READ.
           IF WRK-FS-ESTQLOTE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ESTQLOTE = "00"
                ADD 1 TO WRK-CONT-LIDOS-ESTQLOTE
           END-IF.

       041-LER-ESTOQUE.
           READ ESTOQUE NEXT RECORD INTO WRK-ESTOQUE-REGISTRO
               AT END
                   CONTINUE
           END-READ.
           IF WRK-FS-ESTOQUE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ESTOQUE - FS: " WRK-FS-ESTOQUE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ESTOQUE = "00"
                ADD 1 TO WRK-CONT-LIDOS-ESTOQUE
           END-IF.

       045-GRAVAR-LOTEBAIXA.
           WRITE FD-LOTEBAIXA-REGISTRO FROM WRK-LOTEBAIXA-REGISTRO.
           IF WRK-FS-LOTEBAIXA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LOTEBAIXA - FS: "
                      WRK-FS-LOTEBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-GRAVAR-LOTEAVISO.
           WRITE FD-LOTEAVISO-REGISTRO FROM WRK-LOTEAVISO-REGISTRO.
           IF WRK-FS-LOTEAVISO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LOTEAVISO - FS: "
                      WRK-FS-LOTEAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *A IMAGEM ANTES VEM DO CHAMADOR.
       047-REGRAVAR-ESTOQUE.
           REWRITE FD-ESTOQUE-REGISTRO FROM WRK-ESTOQUE-REGISTRO.
           IF WRK-FS-ESTOQUE NOT = ZEROS
              DISPLAY "ERRO REESCRITA ESTOQUE - FS: " WRK-FS-ESTOQUE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE "ESTOQUE"            TO JRNMEST-ARQUIVO.
           SET JRNMEST-ALTERACAO     TO TRUE.
           MOVE ESTOQUE-COD-PRODUTO  TO JRNMEST-CHAVE.
           MOVE WRK-ESTOQUE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 061-GRAVAR-JRNMEST.

       048-GRAVAR-LOTEAJUS.
           WRITE FD-LOTEAJUS-REGISTRO FROM WRK-LOTEAJUS-REGISTRO.
           IF WRK-FS-LOTEAJUS NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LOTEAJUS - FS: "
                      WRK-FS-LOTEAJUS
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LOTE ATUALIZADO NO DIARIO. O CHAMADOR INFORMA A OPERACAO E
      *AS IMAGENS; A CHAVE DO DIARIO E O PRODUTO DO LOTE (A CHAVE
      *COMPLETA ESTA NO INICIO DAS IMAGENS).
       049-JORNALIZAR-ESTQLOTE.
           MOVE "ESTQLOTE"           TO JRNMEST-ARQUIVO.
           MOVE ESTQLOTE-COD-PRODUTO TO JRNMEST-CHAVE.
           PERFORM 061-GRAVAR-JRNMEST.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-LOTESHRK.
           PERFORM 062-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       055-GRAVAR-LOTESHRK.
           MOVE "PERDA VALIDADE"        TO LOTESHRK-DESCRICAO.
           MOVE WRK-TOT-PERDA-VALIDADE  TO LOTESHRK-VALOR.
           PERFORM 056-GRAVAR-LINHA-LOTESHRK.

           MOVE "A VENCER      "        TO LOTESHRK-DESCRICAO.
           MOVE WRK-TOT-A-VENCER        TO LOTESHRK-VALOR.
           PERFORM 056-GRAVAR-LINHA-LOTESHRK.

       056-GRAVAR-LINHA-LOTESHRK.
           WRITE FD-LOTESHRK-REGISTRO FROM WRK-LOTESHRK-REGISTRO.
           IF WRK-FS-LOTESHRK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LOTESHRK - FS: "
                      WRK-FS-LOTESHRK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Lotes Lidos ESTQLOTE........: "
                   WRK-CONT-LIDOS-ESTQLOTE.
           DISPLAY "Quantidade de Lotes Vencidos Baixados.....: "
                   WRK-CONT-LOTES-VENCIDOS.
           DISPLAY "Quantidade de Lotes Proximos do Vencimento: "
                   WRK-CONT-LOTES-AVISO.
           DISPLAY "Quantidade de Produtos Lidos ESTOQUE......: "
                   WRK-CONT-LIDOS-ESTOQUE.
           DISPLAY "Quantidade de Produtos com Lotes Acertados: "
                   WRK-CONT-PRODUTOS-ACERTADOS.

       052-FECHAR-ARQUIVOS.
           CLOSE ESTQLOTE.
           IF WRK-FS-ESTQLOTE NOT = "00"
              DISPLAY "ERRO CLOSE ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ESTOQUE.
           IF WRK-FS-ESTOQUE NOT = "00"
              DISPLAY "ERRO CLOSE ESTOQUE - FS: " WRK-FS-ESTOQUE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LOTEAVISO.
           IF WRK-FS-LOTEAVISO NOT = "00"
              DISPLAY "ERRO CLOSE LOTEAVISO - FS: " WRK-FS-LOTEAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LOTEBAIXA.
           IF WRK-FS-LOTEBAIXA NOT = "00"
              DISPLAY "ERRO CLOSE LOTEBAIXA - FS: " WRK-FS-LOTEBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LOTEAJUS.
           IF WRK-FS-LOTEAJUS NOT = "00"
              DISPLAY "ERRO CLOSE LOTEAJUS - FS: " WRK-FS-LOTEAJUS
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LOTESHRK.
           IF WRK-FS-LOTESHRK NOT = "00"
              DISPLAY "ERRO CLOSE LOTESHRK - FS: " WRK-FS-LOTESHRK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *ABRE O DIARIO DE RECUPERACAO DOS MESTRES, CUMULATIVO ENTRE
      *OS RUNS, E ZERA AS FIGURAS DE CONTROLE DESTE RUN.
       060-ABRIR-JRNMEST.
           OPEN EXTEND   JRNMEST.
           IF WRK-FS-JRNMEST = "35"
              OPEN OUTPUT  JRNMEST
           END-IF.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           INITIALIZE TAB-JRC-REGISTRO(1) TAB-JRC-REGISTRO(2).
           MOVE "ESTQLOTE" TO TAB-JRC-ARQUIVO(1).
           MOVE "ESTOQUE"  TO TAB-JRC-ARQUIVO(2).
           MOVE ZEROS      TO WRK-JRN-SEQUENCIA.

      *GRAVA NO DIARIO A ATUALIZACAO RECEM APLICADA AO MESTRE. O
      *CHAMADOR INFORMA ARQUIVO, OPERACAO, CHAVE E AS IMAGENS.
       061-GRAVAR-JRNMEST.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE "AC00EX95"     TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS   TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA TO JRNMEST-SEQUENCIA.

           SET IDX-JRC TO 1.
           SEARCH TAB-JRC-REGISTRO
               AT END
                   DISPLAY "ARQUIVO SEM CONTROLE NO JRNMEST: "
                           JRNMEST-ARQUIVO
                   PERFORM 999-ROTINA-ABEND
               WHEN TAB-JRC-ARQUIVO(IDX-JRC) = JRNMEST-ARQUIVO
                   EVALUATE TRUE
                       WHEN JRNMEST-INCLUSAO
                           ADD 1 TO TAB-JRC-INCLUSOES(IDX-JRC)
                           ADD JRNMEST-CHAVE
                            TO TAB-JRC-SOMA-CHAVES-INC(IDX-JRC)
                       WHEN JRNMEST-ALTERACAO
                           ADD 1 TO TAB-JRC-ALTERACOES(IDX-JRC)
                       WHEN JRNMEST-EXCLUSAO
                           ADD 1 TO TAB-JRC-EXCLUSOES(IDX-JRC)
                           ADD JRNMEST-CHAVE
                            TO TAB-JRC-SOMA-CHAVES-EXC(IDX-JRC)
                   END-EVALUATE
           END-SEARCH.

           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *FECHA O RUN NO DIARIO COM UM REGISTRO DE CONTROLE POR
      *MESTRE. RUN SEM ESTES REGISTROS NAO TERMINOU NORMALMENTE.
       062-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 063-GRAVAR-CONTROLE-MESTRE
             VARYING IDX-JRC FROM 1 BY 1
               UNTIL IDX-JRC > 2.

       063-GRAVAR-CONTROLE-MESTRE.
           MOVE TAB-JRC-ARQUIVO(IDX-JRC) TO JRNMEST-ARQUIVO.
           SET JRNMEST-CONTROLE          TO TRUE.
           MOVE ZEROS                    TO JRNMEST-CHAVE.
           MOVE SPACES                   TO JRNMEST-IMAGENS.
           MOVE TAB-JRC-INCLUSOES(IDX-JRC)  TO JRNMEST-CTL-INCLUSOES.
           MOVE TAB-JRC-ALTERACOES(IDX-JRC) TO JRNMEST-CTL-ALTERACOES.
           MOVE TAB-JRC-EXCLUSOES(IDX-JRC)  TO JRNMEST-CTL-EXCLUSOES.
           MOVE TAB-JRC-SOMA-CHAVES-INC(IDX-JRC)
             TO JRNMEST-CTL-SOMA-CHAVES-INC.
           MOVE TAB-JRC-SOMA-CHAVES-EXC(IDX-JRC)
             TO JRNMEST-CTL-SOMA-CHAVES-EXC.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE "AC00EX95"     TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS   TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA TO JRNMEST-SEQUENCIA.
           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX95".
           GOBACK.

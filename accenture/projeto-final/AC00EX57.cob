      *ENCOMENDA, P PARCIAL, S PRODUTO SEM REGISTRO DE ESTOQUE
      *(NADA APLICADO). ACABA A DIGITACAO DE RECEBIMENTO DIRETO
      *NO SALDO.
      *CADA RECEBIMENTO APLICADO ENTRA TAMBEM NO KSDS DE LOTES
      *ESTQLOTE, COM O NUMERO DO LOTE E A DATA DE VALIDADE
      *INFORMADOS NO RECEBTOS, PARA QUE O SALDO DO PRODUTO SEJA
      *SEMPRE A SOMA DOS SEUS LOTES. PRODUTO SEM VALIDADE (LOTE E
      *VALIDADE EM BRANCO) ENTRA NO LOTE "SEM LOTE" COM VALIDADE
      *99999999, QUE E O ULTIMO A SER CONSUMIDO.
      *MANTEM TAMBEM A CARTEIRA DE ENCOMENDAS DE CLIENTE
      *(BACKANT/BACKHOJE): AS LINHAS QUE O AC00EX10 NAO CONSEGUIU
      *ATENDER POR FALTA DE SALDO CHEGAM EM BACKNOVO COM O PRECO
      *RETIDO. CADA RECEBIMENTO APLICADO ALOCA A QUANTIDADE
      *RECEBIDA AS ENCOMENDAS ABERTAS DO PRODUTO, DA MAIS ANTIGA
      *PARA A MAIS NOVA (ATENDIMENTO PARCIAL DEIXA O RESTO
      *ABERTO), E CADA ALOCACAO SAI EM BACKLIB PARA A LOJA LIGAR
      *PARA O CLIENTE E CONCLUIR A VENDA AO PRECO RETIDO.
      *ENCOMENDA ABERTA HA MAIS DIAS QUE O PARAMETRO PARMBACK (SEM
      *O PARAMETRO, 30 DIAS) E CANCELADA E SAI EM BACKCANC.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

                      RECORD KEY     IS FD-ESTOQUE-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-ESTOQUE.

      *LOTES DE ESTOQUE POR PRODUTO E VALIDADE - O MESMO KSDS
      *CONSUMIDO PELO AC00EX10 E VENCIDO PELO AC00EX95
       SELECT ESTQLOTE  ASSIGN   TO ESTQLOTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-ESTQLOTE-CHAVE
                      FILE STATUS    IS WRK-FS-ESTQLOTE.

      *REGISTRO DIARIO DOS RECEBIMENTOS APLICADOS
       SELECT RECEBREG ASSIGN    TO RECEBREG
                      FILE STATUS    IS WRK-FS-RECEBREG.

      *ENCOMENDAS DE CLIENTE ABERTAS PELO AC00EX10 (OPCIONAL)
       SELECT BACKNOVO ASSIGN    TO BACKNOVO
                      FILE STATUS    IS WRK-FS-BACKNOVO.

      *CARTEIRA DE ENCOMENDAS DO CICLO ANTERIOR
       SELECT BACKANT  ASSIGN    TO BACKANT
                      FILE STATUS    IS WRK-FS-BACKANT.

      *CARTEIRA DE ENCOMENDAS AINDA ABERTAS, PARA O PROXIMO CICLO
       SELECT BACKHOJE ASSIGN    TO BACKHOJE
                      FILE STATUS    IS WRK-FS-BACKHOJE.

      *PRAZO MAXIMO DE UMA ENCOMENDA ABERTA, EM DIAS (OPCIONAL)
       SELECT PARMBACK ASSIGN    TO PARMBACK
                      FILE STATUS    IS WRK-FS-PARMBACK.

      *ENCOMENDAS LIBERADAS PARA A LOJA CONCLUIR A VENDA
       SELECT BACKLIB  ASSIGN    TO BACKLIB
                      FILE STATUS    IS WRK-FS-BACKLIB.

      *ENCOMENDAS CANCELADAS POR PRAZO
       SELECT BACKCANC ASSIGN    TO BACKCANC
                      FILE STATUS    IS WRK-FS-BACKCANC.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
       SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.

           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RECEBTOS-REGISTRO    PIC X(038).

       FD  ESTOQUE
           RECORDING MODE IS F
           05 FD-ESTOQUE-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  ESTQLOTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ESTQLOTE-REGISTRO.
           05 FD-ESTQLOTE-CHAVE      PIC X(023).
           05 FILLER                 PIC X(015).

       FD  RECEBREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD

       01  FD-RECEBREG-REGISTRO    PIC X(035).

       FD  BACKNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BACKNOVO-REGISTRO    PIC X(038).

       FD  BACKANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BACKANT-REGISTRO     PIC X(038).

       FD  BACKHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BACKHOJE-REGISTRO    PIC X(038).

       FD  PARMBACK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMBACK-REGISTRO    PIC X(003).

       FD  BACKLIB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BACKLIB-REGISTRO     PIC X(046).

       FD  BACKCANC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BACKCANC-REGISTRO    PIC X(043).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-RECEBTOS       PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTOQUE        PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQLOTE       PIC X(002) VALUE SPACES.
           05 WRK-FS-RECEBREG       PIC X(002) VALUE SPACES.
           05 WRK-FS-BACKNOVO       PIC X(002) VALUE SPACES.
           05 WRK-FS-BACKANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-BACKHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMBACK       PIC X(002) VALUE SPACES.
           05 WRK-FS-BACKLIB        PIC X(002) VALUE SPACES.
           05 WRK-FS-BACKCANC       PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE RECEBTOS - UM RECEBIMENTO DE MERCADORIA
       01  WRK-RECEBTOS-REGISTRO.
           05 RECEBTOS-COD-PRODUTO  PIC 9(005).
           05 RECEBTOS-QUANTIDADE   PIC 9(007).
           05 RECEBTOS-DATA         PIC 9(008).
           05 RECEBTOS-NUM-LOTE     PIC X(010).
           05 RECEBTOS-DATA-VALIDADE PIC 9(008).

      *LAYOUT DE ESTOQUE - MESMO MESTRE DO AC00EX10
       01  WRK-ESTOQUE-REGISTRO.
           05 ESTOQUE-MINIMO        PIC 9(007).
           05 ESTOQUE-ENCOMENDA     PIC 9(007).

      *LAYOUT DE ESTQLOTE - SALDO DE UM LOTE DO PRODUTO. A CHAVE
      *POR PRODUTO E VALIDADE DEIXA OS LOTES DE CADA PRODUTO NA
      *ORDEM EM QUE DEVEM SER CONSUMIDOS.
       01  WRK-ESTQLOTE-REGISTRO.
           05 ESTQLOTE-CHAVE.
              10 ESTQLOTE-COD-PRODUTO   PIC 9(005).
              10 ESTQLOTE-DATA-VALIDADE PIC 9(008).
              10 ESTQLOTE-NUM-LOTE      PIC X(010).
           05 ESTQLOTE-SALDO            PIC 9(007).
           05 ESTQLOTE-DATA-ENTRADA     PIC 9(008).

      *LAYOUT DE RECEBREG - REGISTRO DIARIO DE UM RECEBIMENTO
       01  WRK-RECEBREG-REGISTRO.
           05 RECEBREG-COD-PRODUTO  PIC 9(005).
               88 RECEBREG-SEM-REGISTRO VALUE "S".
           05 RECEBREG-DATA         PIC 9(008).

      *LAYOUT DE BACKNOVO E DA CARTEIRA DE ENCOMENDAS
      *(BACKANT/BACKHOJE) - MESMO GRAVADO PELO AC00EX10
       01  WRK-BACK-REGISTRO.
           05 BACK-COD-COMPRA       PIC  9(005).
           05 BACK-COD-CLIENTE      PIC  9(003).
           05 BACK-COD-LOJA         PIC  9(003).
           05 BACK-COD-PRODUTO      PIC  9(005).
           05 BACK-QUANTIDADE       PIC  9(003).
           05 BACK-PRECO            PIC  9(009)V99.
           05 BACK-DATA             PIC  9(008).

      *LAYOUT DE PARMBACK - PRAZO MAXIMO DA ENCOMENDA
       01  WRK-PARMBACK-REGISTRO.
           05 PARMBACK-DIAS-PRAZO   PIC  9(003).

      *LAYOUT DE BACKLIB - ENCOMENDA LIBERADA PARA A LOJA
       01  WRK-BACKLIB-REGISTRO.
           05 BACKLIB-COD-LOJA      PIC  9(003).
           05 BACKLIB-COD-CLIENTE   PIC  9(003).
           05 BACKLIB-COD-COMPRA    PIC  9(005).
           05 BACKLIB-COD-PRODUTO   PIC  9(005).
           05 BACKLIB-QUANTIDADE    PIC  9(003).
           05 BACKLIB-PRECO         PIC  9(009)V99.
           05 BACKLIB-DATA-ENCOMENDA PIC 9(008).
           05 BACKLIB-DATA-LIBERACAO PIC 9(008).

      *LAYOUT DE BACKCANC - ENCOMENDA CANCELADA POR PRAZO
       01  WRK-BACKCANC-REGISTRO.
           05 BACKCANC-COD-LOJA     PIC  9(003).
           05 BACKCANC-COD-CLIENTE  PIC  9(003).
           05 BACKCANC-COD-COMPRA   PIC  9(005).
           05 BACKCANC-COD-PRODUTO  PIC  9(005).
           05 BACKCANC-QUANTIDADE   PIC  9(003).
           05 BACKCANC-PRECO        PIC  9(009)V99.
           05 BACKCANC-DATA-ENCOMENDA PIC 9(008).
           05 BACKCANC-DIAS-ABERTA  PIC  9(005).

      *CARTEIRA DE ENCOMENDAS (PENDENTES DO CICLO ANTERIOR MAIS AS
      *ABERTAS PELO AC00EX10), NA ORDEM DE CHEGADA - A MAIS
      *ANTIGA PRIMEIRO
       01  WRK-TAB-BACK-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-BACK-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-BACK-QTDE
               INDEXED BY IDX-BACK.
           05 TAB-BACK-COD-COMPRA   PIC 9(005).
           05 TAB-BACK-COD-CLIENTE  PIC 9(003).
           05 TAB-BACK-COD-LOJA     PIC 9(003).
           05 TAB-BACK-COD-PRODUTO  PIC 9(005).
           05 TAB-BACK-QUANTIDADE   PIC 9(003).
           05 TAB-BACK-PRECO        PIC 9(009)V99.
           05 TAB-BACK-DATA         PIC 9(008).
           05 TAB-BACK-SITUACAO     PIC X(001).
               88 TAB-BACK-ABERTA        VALUE "A".
               88 TAB-BACK-ATENDIDA      VALUE "L".

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

      *APOIO A ALOCACAO E AO PRAZO DAS ENCOMENDAS
       01  WRK-QTD-A-ALOCAR         PIC 9(007) VALUE ZEROS.
       01  WRK-QTD-ALOCADA          PIC 9(003) VALUE ZEROS.
       01  WRK-DIAS-PRAZO           PIC 9(003) VALUE 30.
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC 9(009) VALUE ZEROS.
       01  WRK-DIAS-ABERTA          PIC S9(009) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-RECEBTOS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MAIORES            PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PARCIAIS           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-REGISTRO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LOTES-NOVOS        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-BACKNOVO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-BACKANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-BACKLIB   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-BACKCANC  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-BACKHOJE  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.


       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX57 INICIADO - ENTRADA DE ESTOQUE"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 014-CARREGAR-PARMBACK.
           PERFORM 015-CARREGAR-TABELA-BACKANT.
           PERFORM 016-CARREGAR-BACKNOVO.
           PERFORM 040-LER-RECEBTOS.
           IF WRK-FS-RECEBTOS = "10"
              DISPLAY "ARQUIVO RECEBTOS VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 013-ABRIR-ESTQLOTE.

           OPEN OUTPUT   RECEBREG.
           IF WRK-FS-RECEBREG NOT = ZEROS
              DISPLAY "ERRO ABERTURA RECEBREG - FS: " WRK-FS-RECEBREG
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   BACKHOJE.
           IF WRK-FS-BACKHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA BACKHOJE - FS: " WRK-FS-BACKHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   BACKLIB.
           IF WRK-FS-BACKLIB NOT = ZEROS
              DISPLAY "ERRO ABERTURA BACKLIB - FS: " WRK-FS-BACKLIB
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   BACKCANC.
           IF WRK-FS-BACKCANC NOT = ZEROS
              DISPLAY "ERRO ABERTURA BACKCANC - FS: " WRK-FS-BACKCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 060-ABRIR-JRNMEST.

      *ABRE O KSDS DE LOTES. NA PRIMEIRA EXECUCAO O KSDS AINDA NAO
      *EXISTE E E CRIADO VAZIO.
       013-ABRIR-ESTQLOTE.
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

      *PRAZO MAXIMO DA ENCOMENDA ABERTA. SEM O PARAMETRO, 30 DIAS.
       014-CARREGAR-PARMBACK.
           OPEN INPUT   PARMBACK.
           IF WRK-FS-PARMBACK NOT = "35"
              IF WRK-FS-PARMBACK NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMBACK - FS: "
                         WRK-FS-PARMBACK
                 PERFORM 999-ROTINA-ABEND
              END-IF

              READ PARMBACK INTO WRK-PARMBACK-REGISTRO
              IF WRK-FS-PARMBACK NOT = "00"
                 DISPLAY "ERRO LEITURA PARMBACK - FS: "
                         WRK-FS-PARMBACK
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMBACK-DIAS-PRAZO TO WRK-DIAS-PRAZO

              CLOSE PARMBACK
              IF WRK-FS-PARMBACK NOT = "00"
                 DISPLAY "ERRO CLOSE PARMBACK - FS: " WRK-FS-PARMBACK
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA A CARTEIRA DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), A CARTEIRA COMECA VAZIA.
       015-CARREGAR-TABELA-BACKANT.
           OPEN INPUT   BACKANT.
           IF WRK-FS-BACKANT = "35"
              MOVE ZEROS TO WRK-TAB-BACK-QTDE
           ELSE
              IF WRK-FS-BACKANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA BACKANT - FS: " WRK-FS-BACKANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-BACKANT
              PERFORM 036-INCORPORAR-PENDENTE
                UNTIL WRK-FS-BACKANT = "10"

              CLOSE BACKANT
              IF WRK-FS-BACKANT NOT = "00"
                 DISPLAY "ERRO CLOSE BACKANT - FS: " WRK-FS-BACKANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *AS ENCOMENDAS ABERTAS PELO AC00EX10 ENTRAM NO FIM DA
      *CARTEIRA, DEPOIS DAS MAIS ANTIGAS. SEM O ARQUIVO, NAO HOUVE
      *FALTA DE SALDO NAS VENDAS.
       016-CARREGAR-BACKNOVO.
           OPEN INPUT   BACKNOVO.
           IF WRK-FS-BACKNOVO NOT = "35"
              IF WRK-FS-BACKNOVO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA BACKNOVO - FS: "
                         WRK-FS-BACKNOVO
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 042-LER-BACKNOVO
              PERFORM 037-INCORPORAR-NOVA
                UNTIL WRK-FS-BACKNOVO = "10"

              CLOSE BACKNOVO
              IF WRK-FS-BACKNOVO NOT = "00"
                 DISPLAY "ERRO CLOSE BACKNOVO - FS: " WRK-FS-BACKNOVO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *UM RECEBIMENTO POR ITERACAO: APLICA NO MESTRE E REGISTRA.
       020-PROCESSAR.
           MOVE RECEBTOS-COD-PRODUTO TO FD-ESTOQUE-COD-PRODUTO.
           MOVE ESTOQUE-ENCOMENDA    TO RECEBREG-ENCOMENDA-ANT.
           MOVE RECEBTOS-DATA        TO RECEBREG-DATA.

           MOVE WRK-ESTOQUE-REGISTRO TO JRNMEST-IMAGEM-ANTES.
           ADD RECEBTOS-QUANTIDADE TO ESTOQUE-SALDO.

           EVALUATE TRUE
              DISPLAY "ERRO REESCRITA ESTOQUE - FS: " WRK-FS-ESTOQUE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE "ESTOQUE"            TO JRNMEST-ARQUIVO.
           SET JRNMEST-ALTERACAO     TO TRUE.
           MOVE ESTOQUE-COD-PRODUTO  TO JRNMEST-CHAVE.
           MOVE WRK-ESTOQUE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 061-GRAVAR-JRNMEST.
           ADD 1 TO WRK-CONT-APLICADOS.

           PERFORM 032-ENTRAR-LOTE.

           MOVE ESTOQUE-SALDO TO RECEBREG-SALDO-NOVO.
           PERFORM 045-GRAVAR-RECEBREG.

           MOVE RECEBTOS-QUANTIDADE TO WRK-QTD-A-ALOCAR.
           PERFORM 033-ALOCAR-ENCOMENDA
           VARYING IDX-BACK FROM 1 BY 1
           UNTIL IDX-BACK > WRK-TAB-BACK-QTDE
              OR WRK-QTD-A-ALOCAR = ZEROS.

      *ALOCA O RECEBIDO A UMA ENCOMENDA ABERTA DO PRODUTO. A
      *QUANTIDADE ALOCADA CONTINUA NO SALDO DO ESTOQUE ATE A LOJA
      *CONCLUIR A VENDA PELO AC00EX10.
       033-ALOCAR-ENCOMENDA.
           IF TAB-BACK-ABERTA(IDX-BACK)
              AND TAB-BACK-COD-PRODUTO(IDX-BACK) =
                  RECEBTOS-COD-PRODUTO
              IF WRK-QTD-A-ALOCAR < TAB-BACK-QUANTIDADE(IDX-BACK)
                 MOVE WRK-QTD-A-ALOCAR TO WRK-QTD-ALOCADA
                 SUBTRACT WRK-QTD-ALOCADA
                     FROM TAB-BACK-QUANTIDADE(IDX-BACK)
              ELSE
                 MOVE TAB-BACK-QUANTIDADE(IDX-BACK)
                   TO WRK-QTD-ALOCADA
                 SET TAB-BACK-ATENDIDA(IDX-BACK) TO TRUE
              END-IF
              SUBTRACT WRK-QTD-ALOCADA FROM WRK-QTD-A-ALOCAR
              PERFORM 034-MOVER-DADOS-BACKLIB
              PERFORM 046-GRAVAR-BACKLIB
           END-IF.

       034-MOVER-DADOS-BACKLIB.
           MOVE TAB-BACK-COD-LOJA(IDX-BACK)    TO BACKLIB-COD-LOJA.
           MOVE TAB-BACK-COD-CLIENTE(IDX-BACK) TO BACKLIB-COD-CLIENTE.
           MOVE TAB-BACK-COD-COMPRA(IDX-BACK)  TO BACKLIB-COD-COMPRA.
           MOVE TAB-BACK-COD-PRODUTO(IDX-BACK) TO BACKLIB-COD-PRODUTO.
           MOVE WRK-QTD-ALOCADA                TO BACKLIB-QUANTIDADE.
           MOVE TAB-BACK-PRECO(IDX-BACK)       TO BACKLIB-PRECO.
           MOVE TAB-BACK-DATA(IDX-BACK)
             TO BACKLIB-DATA-ENCOMENDA.
           MOVE RECEBTOS-DATA               TO BACKLIB-DATA-LIBERACAO.

       035-INCLUIR-ENCOMENDA.
           ADD 1 TO WRK-TAB-BACK-QTDE.
           MOVE BACK-COD-COMPRA
             TO TAB-BACK-COD-COMPRA(WRK-TAB-BACK-QTDE).
           MOVE BACK-COD-CLIENTE
             TO TAB-BACK-COD-CLIENTE(WRK-TAB-BACK-QTDE).
           MOVE BACK-COD-LOJA
             TO TAB-BACK-COD-LOJA(WRK-TAB-BACK-QTDE).
           MOVE BACK-COD-PRODUTO
             TO TAB-BACK-COD-PRODUTO(WRK-TAB-BACK-QTDE).
           MOVE BACK-QUANTIDADE
             TO TAB-BACK-QUANTIDADE(WRK-TAB-BACK-QTDE).
           MOVE BACK-PRECO
             TO TAB-BACK-PRECO(WRK-TAB-BACK-QTDE).
           MOVE BACK-DATA
             TO TAB-BACK-DATA(WRK-TAB-BACK-QTDE).
           SET TAB-BACK-ABERTA(WRK-TAB-BACK-QTDE) TO TRUE.

       036-INCORPORAR-PENDENTE.
           PERFORM 035-INCLUIR-ENCOMENDA.
           PERFORM 041-LER-BACKANT.

       037-INCORPORAR-NOVA.
           PERFORM 035-INCLUIR-ENCOMENDA.
           PERFORM 042-LER-BACKNOVO.

      *SOMA A QUANTIDADE RECEBIDA NO LOTE DO RECEBIMENTO (O MESMO
      *LOTE RECEBIDO DE NOVO SO AUMENTA O SALDO).
       032-ENTRAR-LOTE.
           MOVE RECEBTOS-COD-PRODUTO TO ESTQLOTE-COD-PRODUTO.
           IF RECEBTOS-NUM-LOTE = SPACES
              AND RECEBTOS-DATA-VALIDADE NOT > ZEROS
              MOVE "SEM LOTE"  TO ESTQLOTE-NUM-LOTE
              MOVE 99999999    TO ESTQLOTE-DATA-VALIDADE
           ELSE
              MOVE RECEBTOS-NUM-LOTE      TO ESTQLOTE-NUM-LOTE
              MOVE RECEBTOS-DATA-VALIDADE TO ESTQLOTE-DATA-VALIDADE
           END-IF.
           MOVE ESTQLOTE-CHAVE TO FD-ESTQLOTE-CHAVE.

           READ ESTQLOTE INTO WRK-ESTQLOTE-REGISTRO
               INVALID KEY
                   SET JRNMEST-INCLUSAO TO TRUE
                   MOVE SPACES TO JRNMEST-IMAGEM-ANTES
                   MOVE RECEBTOS-QUANTIDADE TO ESTQLOTE-SALDO
                   MOVE RECEBTOS-DATA       TO ESTQLOTE-DATA-ENTRADA
                   WRITE FD-ESTQLOTE-REGISTRO
                       FROM WRK-ESTQLOTE-REGISTRO
                   IF WRK-FS-ESTQLOTE NOT = ZEROS
                      DISPLAY "ERRO GRAVACAO ESTQLOTE - FS: "
                              WRK-FS-ESTQLOTE
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-CONT-LOTES-NOVOS
               NOT INVALID KEY
                   SET JRNMEST-ALTERACAO TO TRUE
                   MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-ANTES
                   ADD RECEBTOS-QUANTIDADE TO ESTQLOTE-SALDO
                   REWRITE FD-ESTQLOTE-REGISTRO
                       FROM WRK-ESTQLOTE-REGISTRO
                   IF WRK-FS-ESTQLOTE NOT = ZEROS
                      DISPLAY "ERRO REESCRITA ESTQLOTE - FS: "
                              WRK-FS-ESTQLOTE
                      PERFORM 999-ROTINA-ABEND
                   END-IF
           END-READ.
           MOVE "ESTQLOTE"            TO JRNMEST-ARQUIVO.
           MOVE ESTQLOTE-COD-PRODUTO  TO JRNMEST-CHAVE.
           MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 061-GRAVAR-JRNMEST.

      *RECEBIMENTO DE PRODUTO SEM REGISTRO NO MESTRE - NADA E
      *APLICADO; A LINHA SAI NO REGISTRO COM A SITUACAO S PARA O
      *CADASTRO SER CORRIGIDO.
                ADD 1 TO WRK-CONT-LIDOS-RECEBTOS
           END-IF.

       041-LER-BACKANT.
           READ BACKANT  INTO WRK-BACK-REGISTRO.
           IF WRK-FS-BACKANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BACKANT - FS: " WRK-FS-BACKANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BACKANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-BACKANT
           END-IF.

       042-LER-BACKNOVO.
           READ BACKNOVO INTO WRK-BACK-REGISTRO.
           IF WRK-FS-BACKNOVO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BACKNOVO - FS: " WRK-FS-BACKNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BACKNOVO = "00"
                ADD 1 TO WRK-CONT-LIDOS-BACKNOVO
           END-IF.

       046-GRAVAR-BACKLIB.
           WRITE FD-BACKLIB-REGISTRO FROM WRK-BACKLIB-REGISTRO.
           IF WRK-FS-BACKLIB NOT = ZEROS
              DISPLAY "ERRO GRAVACAO BACKLIB - FS: " WRK-FS-BACKLIB
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-BACKLIB.

       047-GRAVAR-BACKCANC.
           WRITE FD-BACKCANC-REGISTRO FROM WRK-BACKCANC-REGISTRO.
           IF WRK-FS-BACKCANC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO BACKCANC - FS: " WRK-FS-BACKCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-BACKCANC.

       045-GRAVAR-RECEBREG.
           WRITE FD-RECEBREG-REGISTRO FROM WRK-RECEBREG-REGISTRO.
           IF WRK-FS-RECEBREG NOT = ZEROS
           END-IF.

       050-FINALIZAR.
           PERFORM 055-FECHAR-CARTEIRA.
           PERFORM 062-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA ADIANTE AS ENCOMENDAS AINDA ABERTAS. A QUE PASSOU
      *DO PRAZO E CANCELADA E SAI EM BACKCANC.
       055-FECHAR-CARTEIRA.
           PERFORM 056-AVALIAR-ENCOMENDA
           VARYING IDX-BACK FROM 1 BY 1
           UNTIL IDX-BACK > WRK-TAB-BACK-QTDE.

       056-AVALIAR-ENCOMENDA.
           IF TAB-BACK-ABERTA(IDX-BACK)
              COMPUTE WRK-DIAS-ABERTA = WRK-DATA-SIS-INTEIRO -
                  FUNCTION INTEGER-OF-DATE(TAB-BACK-DATA(IDX-BACK))
              IF WRK-DIAS-ABERTA > WRK-DIAS-PRAZO
                 MOVE TAB-BACK-COD-LOJA(IDX-BACK)
                   TO BACKCANC-COD-LOJA
                 MOVE TAB-BACK-COD-CLIENTE(IDX-BACK)
                   TO BACKCANC-COD-CLIENTE
                 MOVE TAB-BACK-COD-COMPRA(IDX-BACK)
                   TO BACKCANC-COD-COMPRA
                 MOVE TAB-BACK-COD-PRODUTO(IDX-BACK)
                   TO BACKCANC-COD-PRODUTO
                 MOVE TAB-BACK-QUANTIDADE(IDX-BACK)
                   TO BACKCANC-QUANTIDADE
                 MOVE TAB-BACK-PRECO(IDX-BACK)
                   TO BACKCANC-PRECO
                 MOVE TAB-BACK-DATA(IDX-BACK)
                   TO BACKCANC-DATA-ENCOMENDA
                 MOVE WRK-DIAS-ABERTA
                   TO BACKCANC-DIAS-ABERTA
                 PERFORM 047-GRAVAR-BACKCANC
              ELSE
                 PERFORM 057-GRAVAR-BACKHOJE
              END-IF
           END-IF.

       057-GRAVAR-BACKHOJE.
           MOVE TAB-BACK-COD-COMPRA(IDX-BACK)  TO BACK-COD-COMPRA.
           MOVE TAB-BACK-COD-CLIENTE(IDX-BACK) TO BACK-COD-CLIENTE.
           MOVE TAB-BACK-COD-LOJA(IDX-BACK)    TO BACK-COD-LOJA.
           MOVE TAB-BACK-COD-PRODUTO(IDX-BACK) TO BACK-COD-PRODUTO.
           MOVE TAB-BACK-QUANTIDADE(IDX-BACK)  TO BACK-QUANTIDADE.
           MOVE TAB-BACK-PRECO(IDX-BACK)       TO BACK-PRECO.
           MOVE TAB-BACK-DATA(IDX-BACK)        TO BACK-DATA.
           WRITE FD-BACKHOJE-REGISTRO FROM WRK-BACK-REGISTRO.
           IF WRK-FS-BACKHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO BACKHOJE - FS: " WRK-FS-BACKHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-BACKHOJE.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos RECEBTOS....: "
                   WRK-CONT-LIDOS-RECEBTOS.
                   WRK-CONT-PARCIAIS.
           DISPLAY "Quantidade sem Registro de Estoque........: "
                   WRK-CONT-SEM-REGISTRO.
           DISPLAY "Quantidade de Lotes Novos.................: "
                   WRK-CONT-LOTES-NOVOS.
           DISPLAY "Quantidade de Registros Lidos BACKANT.....: "
                   WRK-CONT-LIDOS-BACKANT.
           DISPLAY "Quantidade de Registros Lidos BACKNOVO....: "
                   WRK-CONT-LIDOS-BACKNOVO.
           DISPLAY "Quantidade de Encomendas Liberadas........: "
                   WRK-CONT-GRAVADOS-BACKLIB.
           DISPLAY "Quantidade de Encomendas Canceladas.......: "
                   WRK-CONT-GRAVADOS-BACKCANC.
           DISPLAY "Quantidade de Encomendas em Aberto........: "
                   WRK-CONT-GRAVADOS-BACKHOJE.

       052-FECHAR-ARQUIVOS.
           CLOSE RECEBTOS.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ESTQLOTE.
           IF WRK-FS-ESTQLOTE NOT = "00"
              DISPLAY "ERRO CLOSE ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RECEBREG.
           IF WRK-FS-RECEBREG NOT = "00"
              DISPLAY "ERRO CLOSE RECEBREG - FS: " WRK-FS-RECEBREG
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE BACKHOJE.
           IF WRK-FS-BACKHOJE NOT = "00"
              DISPLAY "ERRO CLOSE BACKHOJE - FS: " WRK-FS-BACKHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE BACKLIB.
           IF WRK-FS-BACKLIB NOT = "00"
              DISPLAY "ERRO CLOSE BACKLIB - FS: " WRK-FS-BACKLIB
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE BACKCANC.
           IF WRK-FS-BACKCANC NOT = "00"
              DISPLAY "ERRO CLOSE BACKCANC - FS: " WRK-FS-BACKCANC
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
           MOVE "ESTOQUE"  TO TAB-JRC-ARQUIVO(1).
           MOVE "ESTQLOTE" TO TAB-JRC-ARQUIVO(2).
           MOVE ZEROS      TO WRK-JRN-SEQUENCIA.

      *GRAVA NO DIARIO A ATUALIZACAO RECEM APLICADA AO MESTRE. O
      *CHAMADOR INFORMA ARQUIVO, OPERACAO, CHAVE E AS IMAGENS.
       061-GRAVAR-JRNMEST.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE "AC00EX57"     TO JRNMEST-RUN-PASSO.
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
           MOVE "AC00EX57"     TO JRNMEST-RUN-PASSO.
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
           DISPLAY "ABEND DO PROGRAMA - AC00EX57".
           GOBACK.

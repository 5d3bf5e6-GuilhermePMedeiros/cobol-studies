       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX94.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX94
      *DEVOLUCAO AO FORNECEDOR DA MERCADORIA AVARIADA. RODA APOS
      *O AC00EX13 E LE A BAIXA DO DIA (DEVBAIXA). OS ITENS COM
      *DISPOSICAO D (AVARIADA) ENTRAM NUMA CARTEIRA DE ITENS A
      *RECLAMAR (RTVPENDANT/RTVPENDHOJE), COM O FORNECEDOR DO
      *PRODUTO PELO MAPA FORNPROD E A DATA DE ENTRADA; OS
      *VENCIDOS (E) SAO PERDA DA LOJA E NAO SE RECLAMAM.
      *A CADA RUN, OS ITENS A RECLAMAR SAO AGRUPADOS POR
      *FORNECEDOR. QUANDO O TOTAL DO FORNECEDOR ALCANCA O VALOR
      *MINIMO DE RECLAMACAO DO PARAMETRO PARMRTV, ABRE-SE UMA
      *RECLAMACAO: O ROMANEIO DE EMBARQUE (RTVMANIF, UMA LINHA
      *POR ITEM) E A NOTA DE DEBITO DO FORNECEDOR (RTVDEBITO).
      *AS RECLAMACOES SAO ACOMPANHADAS NO CADASTRO RTVANT/RTVHOJE
      *COMO A ABERTA, C CREDITADA OU R RECUSADA, CONFORME AS
      *RESPOSTAS DO FORNECEDOR NO ARQUIVO RTVRESP; A RECLAMACAO
      *ENCERRADA E GRAVADA UMA ULTIMA VEZ E NAO VOLTA NO PROXIMO
      *CICLO, COMO O PEDIDO FECHADO DO AC00EX58.
      *ITEM QUE CONTINUA SEM RECLAMACAO ALEM DO PRAZO DE
      *RECLAMACAO DO FORNECEDOR (PARMRTV) SAI DA CARTEIRA PARA O
      *RELATORIO DE BAIXA RTVBAIXA, VALORIZADO. SEM O PARAMETRO
      *PARA O FORNECEDOR, O PRAZO E DE 30 DIAS E NAO HA VALOR
      *MINIMO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *BAIXA DO DIA DAS DEVOLUCOES AVARIADAS E VENCIDAS
       SELECT DEVBAIXA ASSIGN    TO DEVBAIXA
                      FILE STATUS    IS WRK-FS-DEVBAIXA.

      *MAPA PRODUTO x FORNECEDOR
       SELECT FORNPROD ASSIGN    TO FORNPROD
                      FILE STATUS    IS WRK-FS-FORNPROD.

      *CADASTRO DE FORNECEDORES
       SELECT FORNECEDOR ASSIGN  TO FORNECEDOR
                      FILE STATUS    IS WRK-FS-FORNECEDOR.

      *PRAZO E VALOR MINIMO DE RECLAMACAO POR FORNECEDOR
      *(OPCIONAL)
       SELECT PARMRTV  ASSIGN    TO PARMRTV
                      FILE STATUS    IS WRK-FS-PARMRTV.

      *ITENS A RECLAMAR DO CICLO ANTERIOR
       SELECT RTVPENDANT ASSIGN  TO RTVPENDANT
                      FILE STATUS    IS WRK-FS-RTVPENDANT.

      *ITENS A RECLAMAR ATUALIZADOS
       SELECT RTVPENDHOJE ASSIGN TO RTVPENDHOJE
                      FILE STATUS    IS WRK-FS-RTVPENDHOJE.

      *RECLAMACOES DO CICLO ANTERIOR
       SELECT RTVANT   ASSIGN    TO RTVANT
                      FILE STATUS    IS WRK-FS-RTVANT.

      *RECLAMACOES ATUALIZADAS
       SELECT RTVHOJE  ASSIGN    TO RTVHOJE
                      FILE STATUS    IS WRK-FS-RTVHOJE.

      *RESPOSTAS DOS FORNECEDORES AS RECLAMACOES (OPCIONAL)
       SELECT RTVRESP  ASSIGN    TO RTVRESP
                      FILE STATUS    IS WRK-FS-RTVRESP.

      *ROMANEIO DE EMBARQUE DAS RECLAMACOES ABERTAS NO RUN
       SELECT RTVMANIF ASSIGN    TO RTVMANIF
                      FILE STATUS    IS WRK-FS-RTVMANIF.

      *NOTA DE DEBITO POR FORNECEDOR
       SELECT RTVDEBITO ASSIGN   TO RTVDEBITO
                      FILE STATUS    IS WRK-FS-RTVDEBITO.

      *ITENS NAO RECLAMADOS NO PRAZO, PARA BAIXA
       SELECT RTVBAIXA ASSIGN    TO RTVBAIXA
                      FILE STATUS    IS WRK-FS-RTVBAIXA.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  DEVBAIXA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEVBAIXA-REGISTRO    PIC X(020).

       FD  FORNPROD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FORNPROD-REGISTRO    PIC X(008).

       FD  FORNECEDOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FORNECEDOR-REGISTRO  PIC X(026).

       FD  PARMRTV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMRTV-REGISTRO     PIC X(015).

       FD  RTVPENDANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVPENDANT-REGISTRO  PIC X(031).

       FD  RTVPENDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVPENDHOJE-REGISTRO PIC X(031).

       FD  RTVANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVANT-REGISTRO      PIC X(052).

       FD  RTVHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVHOJE-REGISTRO     PIC X(052).

       FD  RTVRESP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVRESP-REGISTRO     PIC X(028).

       FD  RTVMANIF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVMANIF-REGISTRO    PIC X(049).

       FD  RTVDEBITO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVDEBITO-REGISTRO   PIC X(055).

       FD  RTVBAIXA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RTVBAIXA-REGISTRO    PIC X(036).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-DEVBAIXA       PIC X(002) VALUE SPACES.
           05 WRK-FS-FORNPROD       PIC X(002) VALUE SPACES.
           05 WRK-FS-FORNECEDOR     PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMRTV        PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVPENDANT     PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVPENDHOJE    PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVRESP        PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVMANIF       PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVDEBITO      PIC X(002) VALUE SPACES.
           05 WRK-FS-RTVBAIXA       PIC X(002) VALUE SPACES.

      *LAYOUT DE DEVBAIXA - MESMO GRAVADO PELO AC00EX13
       01  WRK-DEVBAIXA-REGISTRO.
           05 DEVBAIXA-COD-PRODUTO  PIC 9(005).
           05 DEVBAIXA-DISPOSICAO   PIC X(001).
               88 DEVBAIXA-AVARIADA    VALUE "D".
               88 DEVBAIXA-VENCIDA     VALUE "E".
           05 DEVBAIXA-QUANTIDADE   PIC 9(003).
           05 DEVBAIXA-VALOR        PIC 9(009)V99.

      *LAYOUT DE FORNPROD - MESMO MAPA DO AC00EX58
       01  WRK-FORNPROD-REGISTRO.
           05 FORNPROD-COD-PRODUTO  PIC 9(005).
           05 FORNPROD-COD-FORNEC   PIC 9(003).

      *LAYOUT DE FORNECEDOR - MESMO CADASTRO DO AC00EX58
       01  WRK-FORNECEDOR-REGISTRO.
           05 FORNECEDOR-CODIGO     PIC 9(003).
           05 FORNECEDOR-NOME       PIC X(020).
           05 FORNECEDOR-PRAZO-DIAS PIC 9(003).

      *LAYOUT DE PARMRTV - CONDICOES DE RECLAMACAO DO FORNECEDOR
       01  WRK-PARMRTV-REGISTRO.
           05 PARMRTV-COD-FORNEC    PIC 9(003).
           05 PARMRTV-PRAZO-DIAS    PIC 9(003).
           05 PARMRTV-VALOR-MINIMO  PIC 9(007)V99.

      *LAYOUT DE RTVPENDANT/RTVPENDHOJE - ITEM A RECLAMAR
       01  WRK-RTVPEND-REGISTRO.
           05 RTVPEND-COD-PRODUTO   PIC 9(005).
           05 RTVPEND-DISPOSICAO    PIC X(001).
           05 RTVPEND-QUANTIDADE    PIC 9(003).
           05 RTVPEND-VALOR         PIC 9(009)V99.
           05 RTVPEND-COD-FORNEC    PIC 9(003).
           05 RTVPEND-DATA-ENTRADA  PIC 9(008).

      *LAYOUT DE RTVANT/RTVHOJE - RECLAMACAO AO FORNECEDOR
       01  WRK-RTV-REGISTRO.
           05 RTV-NUM-RECLAM        PIC 9(006).
           05 RTV-COD-FORNEC        PIC 9(003).
           05 RTV-DATA-EMISSAO      PIC 9(008).
           05 RTV-VALOR             PIC 9(011)V99.
           05 RTV-VALOR-CREDITADO   PIC 9(011)V99.
           05 RTV-STATUS            PIC X(001).
               88 RTV-ABERTA           VALUE "A".
               88 RTV-CREDITADA        VALUE "C".
               88 RTV-RECUSADA         VALUE "R".
           05 RTV-DATA-SITUACAO     PIC 9(008).

      *LAYOUT DE RTVRESP - RESPOSTA DO FORNECEDOR A RECLAMACAO
       01  WRK-RTVRESP-REGISTRO.
           05 RTVRESP-NUM-RECLAM    PIC 9(006).
           05 RTVRESP-RESULTADO     PIC X(001).
               88 RTVRESP-CREDITADA    VALUE "C".
               88 RTVRESP-RECUSADA     VALUE "R".
           05 RTVRESP-VALOR-CREDITO PIC 9(011)V99.
           05 RTVRESP-DATA          PIC 9(008).

      *LAYOUT DE RTVMANIF - UMA LINHA POR ITEM EMBARCADO
       01  WRK-RTVMANIF-REGISTRO.
           05 RTVMANIF-NUM-RECLAM   PIC 9(006).
           05 RTVMANIF-COD-FORNEC   PIC 9(003).
           05 RTVMANIF-NOME-FORNEC  PIC X(020).
           05 RTVMANIF-COD-PRODUTO  PIC 9(005).
           05 RTVMANIF-DISPOSICAO   PIC X(001).
           05 RTVMANIF-QUANTIDADE   PIC 9(003).
           05 RTVMANIF-VALOR        PIC 9(009)V99.

      *LAYOUT DE RTVDEBITO - NOTA DE DEBITO DO FORNECEDOR
       01  WRK-RTVDEBITO-REGISTRO.
           05 RTVDEBITO-NUM-RECLAM  PIC 9(006).
           05 RTVDEBITO-COD-FORNEC  PIC 9(003).
           05 RTVDEBITO-NOME-FORNEC PIC X(020).
           05 RTVDEBITO-DATA        PIC 9(008).
           05 RTVDEBITO-QTD-ITENS   PIC 9(005).
           05 RTVDEBITO-VALOR       PIC 9(011)V99.

      *LAYOUT DE RTVBAIXA - ITEM NAO RECLAMADO NO PRAZO
       01  WRK-RTVBAIXA-REGISTRO.
           05 RTVBAIXA-COD-PRODUTO  PIC 9(005).
           05 RTVBAIXA-COD-FORNEC   PIC 9(003).
           05 RTVBAIXA-DISPOSICAO   PIC X(001).
           05 RTVBAIXA-QUANTIDADE   PIC 9(003).
           05 RTVBAIXA-VALOR        PIC 9(009)V99.
           05 RTVBAIXA-DATA-ENTRADA PIC 9(008).
           05 RTVBAIXA-DIAS         PIC 9(005).

      *CADASTRO DE FORNECEDORES EM MEMORIA, COM AS CONDICOES DE
      *RECLAMACAO
       01  WRK-TAB-FORN-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FORN-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-FORN-QTDE
               INDEXED BY IDX-FORN.
           05 TAB-FORN-CODIGO       PIC 9(003).
           05 TAB-FORN-NOME         PIC X(020).
           05 TAB-FORN-PRAZO-RECLAM PIC 9(003).
           05 TAB-FORN-VALOR-MINIMO PIC 9(007)V99.

      *MAPA PRODUTO x FORNECEDOR EM MEMORIA
       01  WRK-TAB-FPROD-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-FPROD-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-FPROD-QTDE
               INDEXED BY IDX-FPROD.
           05 TAB-FPROD-COD-PRODUTO PIC 9(005).
           05 TAB-FPROD-COD-FORNEC  PIC 9(003).

      *CARTEIRA DE ITENS A RECLAMAR EM MEMORIA. O ITEM QUE ENTRA
      *NUMA RECLAMACAO OU E BAIXADO NO RUN MUDA DE SITUACAO E NAO
      *E CARREGADO ADIANTE.
       01  WRK-TAB-PEND-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-PEND-REGISTRO OCCURS 1 TO 3000 TIMES
               DEPENDING ON WRK-TAB-PEND-QTDE
               INDEXED BY IDX-PEND.
           05 TAB-PEND-COD-PRODUTO  PIC 9(005).
           05 TAB-PEND-DISPOSICAO   PIC X(001).
           05 TAB-PEND-QUANTIDADE   PIC 9(003).
           05 TAB-PEND-VALOR        PIC 9(009)V99.
           05 TAB-PEND-COD-FORNEC   PIC 9(003).
           05 TAB-PEND-DATA-ENTRADA PIC 9(008).
           05 TAB-PEND-SITUACAO     PIC X(001).

      *RECLAMACOES EM MEMORIA
       01  WRK-TAB-RTV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-RTV-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-RTV-QTDE
               INDEXED BY IDX-RTV.
           05 TAB-RTV-NUM-RECLAM    PIC 9(006).
           05 TAB-RTV-COD-FORNEC    PIC 9(003).
           05 TAB-RTV-DATA-EMISSAO  PIC 9(008).
           05 TAB-RTV-VALOR         PIC 9(011)V99.
           05 TAB-RTV-VALOR-CREDIT  PIC 9(011)V99.
           05 TAB-RTV-STATUS        PIC X(001).
           05 TAB-RTV-DATA-SITUACAO PIC 9(008).

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

      *APOIO AO RUN
       01  WRK-COD-FORNEC           PIC 9(003) VALUE ZEROS.
       01  WRK-ULT-NUM-RECLAM       PIC 9(006) VALUE ZEROS.
       01  WRK-TOTAL-FORNEC         PIC 9(011)V99 VALUE ZEROS.
       01  WRK-ITENS-FORNEC         PIC 9(005) VALUE ZEROS.
       01  WRK-PRAZO-RECLAM         PIC 9(003) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC 9(009) VALUE ZEROS.
       01  WRK-DIAS-CARTEIRA        PIC S9(009) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-DEVBAIXA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RTVPENDANT   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RTVANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RTVRESP      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ITENS-NOVOS        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ITENS-VENCIDOS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RESP-SEM-RECLAM    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RECLAM-ABERTAS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RECLAM-CREDITADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RECLAM-RECUSADAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-RTVMANIF  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-RTVBAIXA  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-RTVPEND   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-RTVHOJE   PIC 9(05) VALUE ZEROS.
       01  WRK-TOTAL-RECLAMADO      PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-BAIXADO        PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-RECLAMADO-ED   PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-BAIXADO-ED     PIC ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE             DIVISION.

       000-AC00EX94-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-DEVBAIXA
             UNTIL WRK-FS-DEVBAIXA = "10".
           PERFORM 060-ABRIR-RECLAMACOES.
           PERFORM 070-BAIXAR-FORA-DO-PRAZO.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX94 INICIADO - DEVOLUCAO FORNECEDOR"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 014-CARREGAR-TABELA-FORNPROD.
           PERFORM 015-CARREGAR-PARMRTV.
           PERFORM 016-CARREGAR-TABELA-RTVPENDANT.
           PERFORM 017-CARREGAR-TABELA-RTVANT.
           PERFORM 018-APLICAR-RTVRESP.
           PERFORM 041-LER-DEVBAIXA.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    DEVBAIXA.
           IF WRK-FS-DEVBAIXA NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEVBAIXA - FS: " WRK-FS-DEVBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    FORNPROD.
           IF WRK-FS-FORNPROD NOT = ZEROS
              DISPLAY "ERRO ABERTURA FORNPROD - FS: " WRK-FS-FORNPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    FORNECEDOR.
           IF WRK-FS-FORNECEDOR NOT = ZEROS
              DISPLAY "ERRO ABERTURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RTVPENDHOJE.
           IF WRK-FS-RTVPENDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA RTVPENDHOJE - FS: "
                      WRK-FS-RTVPENDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RTVHOJE.
           IF WRK-FS-RTVHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA RTVHOJE - FS: " WRK-FS-RTVHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RTVMANIF.
           IF WRK-FS-RTVMANIF NOT = ZEROS
              DISPLAY "ERRO ABERTURA RTVMANIF - FS: " WRK-FS-RTVMANIF
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RTVDEBITO.
           IF WRK-FS-RTVDEBITO NOT = ZEROS
              DISPLAY "ERRO ABERTURA RTVDEBITO - FS: "
                      WRK-FS-RTVDEBITO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RTVBAIXA.
           IF WRK-FS-RTVBAIXA NOT = ZEROS
              DISPLAY "ERRO ABERTURA RTVBAIXA - FS: " WRK-FS-RTVBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, TODO FORNECEDOR TEM 30 DIAS DE PRAZO E
      *NENHUM VALOR MINIMO DE RECLAMACAO.
       013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 042-LER-FORNECEDOR.
           IF WRK-FS-FORNECEDOR = "10"
              DISPLAY "ARQUIVO FORNECEDOR VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 030-MOVER-DADOS-TAB-FORN
             UNTIL WRK-FS-FORNECEDOR = "10".
           CLOSE FORNECEDOR.
           IF WRK-FS-FORNECEDOR NOT = "00"
              DISPLAY "ERRO CLOSE FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       030-MOVER-DADOS-TAB-FORN.
           ADD 1 TO WRK-TAB-FORN-QTDE.
           MOVE FORNECEDOR-CODIGO
           TO TAB-FORN-CODIGO(WRK-TAB-FORN-QTDE).
           MOVE FORNECEDOR-NOME
           TO TAB-FORN-NOME(WRK-TAB-FORN-QTDE).
           MOVE 30
           TO TAB-FORN-PRAZO-RECLAM(WRK-TAB-FORN-QTDE).
           MOVE ZEROS
           TO TAB-FORN-VALOR-MINIMO(WRK-TAB-FORN-QTDE).
           PERFORM 042-LER-FORNECEDOR.

       014-CARREGAR-TABELA-FORNPROD.
           PERFORM 043-LER-FORNPROD.
           PERFORM 031-MOVER-DADOS-TAB-FPROD
             UNTIL WRK-FS-FORNPROD = "10".
           CLOSE FORNPROD.
           IF WRK-FS-FORNPROD NOT = "00"
              DISPLAY "ERRO CLOSE FORNPROD - FS: " WRK-FS-FORNPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       031-MOVER-DADOS-TAB-FPROD.
           ADD 1 TO WRK-TAB-FPROD-QTDE.
           MOVE FORNPROD-COD-PRODUTO
           TO TAB-FPROD-COD-PRODUTO(WRK-TAB-FPROD-QTDE).
           MOVE FORNPROD-COD-FORNEC
           TO TAB-FPROD-COD-FORNEC(WRK-TAB-FPROD-QTDE).
           PERFORM 043-LER-FORNPROD.

       015-CARREGAR-PARMRTV.
           OPEN INPUT   PARMRTV.
           IF WRK-FS-PARMRTV = "35"
              CONTINUE
           ELSE
              IF WRK-FS-PARMRTV NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMRTV - FS: "
                         WRK-FS-PARMRTV
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 044-LER-PARMRTV
              PERFORM 032-APLICAR-PARMRTV
                UNTIL WRK-FS-PARMRTV = "10"

              CLOSE PARMRTV
              IF WRK-FS-PARMRTV NOT = "00"
                 DISPLAY "ERRO CLOSE PARMRTV - FS: " WRK-FS-PARMRTV
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       032-APLICAR-PARMRTV.
           SET IDX-FORN TO 1.
           SEARCH TAB-FORN-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FORN-CODIGO(IDX-FORN) = PARMRTV-COD-FORNEC
                   MOVE PARMRTV-PRAZO-DIAS
                     TO TAB-FORN-PRAZO-RECLAM(IDX-FORN)
                   MOVE PARMRTV-VALOR-MINIMO
                     TO TAB-FORN-VALOR-MINIMO(IDX-FORN)
           END-SEARCH.
           PERFORM 044-LER-PARMRTV.

      *CARREGA OS ITENS AINDA NAO RECLAMADOS. SEM O ARQUIVO
      *(PRIMEIRA RODADA), A CARTEIRA COMECA VAZIA.
       016-CARREGAR-TABELA-RTVPENDANT.
           OPEN INPUT   RTVPENDANT.
           IF WRK-FS-RTVPENDANT = "35"
              MOVE ZEROS TO WRK-TAB-PEND-QTDE
           ELSE
              IF WRK-FS-RTVPENDANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA RTVPENDANT - FS: "
                         WRK-FS-RTVPENDANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 045-LER-RTVPENDANT
              PERFORM 033-MOVER-DADOS-TAB-PEND
                UNTIL WRK-FS-RTVPENDANT = "10"

              CLOSE RTVPENDANT
              IF WRK-FS-RTVPENDANT NOT = "00"
                 DISPLAY "ERRO CLOSE RTVPENDANT - FS: "
                         WRK-FS-RTVPENDANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-MOVER-DADOS-TAB-PEND.
           ADD 1 TO WRK-TAB-PEND-QTDE.
           MOVE RTVPEND-COD-PRODUTO
           TO TAB-PEND-COD-PRODUTO(WRK-TAB-PEND-QTDE).
           MOVE RTVPEND-DISPOSICAO
           TO TAB-PEND-DISPOSICAO(WRK-TAB-PEND-QTDE).
           MOVE RTVPEND-QUANTIDADE
           TO TAB-PEND-QUANTIDADE(WRK-TAB-PEND-QTDE).
           MOVE RTVPEND-VALOR
           TO TAB-PEND-VALOR(WRK-TAB-PEND-QTDE).
           MOVE RTVPEND-COD-FORNEC
           TO TAB-PEND-COD-FORNEC(WRK-TAB-PEND-QTDE).
           MOVE RTVPEND-DATA-ENTRADA
           TO TAB-PEND-DATA-ENTRADA(WRK-TAB-PEND-QTDE).
           MOVE "P"
           TO TAB-PEND-SITUACAO(WRK-TAB-PEND-QTDE).
           PERFORM 045-LER-RTVPENDANT.

      *CARREGA AS RECLAMACOES EM ABERTO. A ENCERRADA NO CICLO
      *ANTERIOR NAO E CARREGADA. O MAIOR NUMERO VISTO VIRA A
      *BASE DA NUMERACAO DESTE RUN.
       017-CARREGAR-TABELA-RTVANT.
           OPEN INPUT   RTVANT.
           IF WRK-FS-RTVANT = "35"
              MOVE ZEROS TO WRK-TAB-RTV-QTDE
           ELSE
              IF WRK-FS-RTVANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA RTVANT - FS: " WRK-FS-RTVANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 046-LER-RTVANT
              PERFORM 034-MOVER-DADOS-TAB-RTV
                UNTIL WRK-FS-RTVANT = "10"

              CLOSE RTVANT
              IF WRK-FS-RTVANT NOT = "00"
                 DISPLAY "ERRO CLOSE RTVANT - FS: " WRK-FS-RTVANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       034-MOVER-DADOS-TAB-RTV.
           IF RTV-NUM-RECLAM > WRK-ULT-NUM-RECLAM
              MOVE RTV-NUM-RECLAM TO WRK-ULT-NUM-RECLAM
           END-IF.
           IF RTV-ABERTA
              ADD 1 TO WRK-TAB-RTV-QTDE
              MOVE RTV-NUM-RECLAM
              TO TAB-RTV-NUM-RECLAM(WRK-TAB-RTV-QTDE)
              MOVE RTV-COD-FORNEC
              TO TAB-RTV-COD-FORNEC(WRK-TAB-RTV-QTDE)
              MOVE RTV-DATA-EMISSAO
              TO TAB-RTV-DATA-EMISSAO(WRK-TAB-RTV-QTDE)
              MOVE RTV-VALOR
              TO TAB-RTV-VALOR(WRK-TAB-RTV-QTDE)
              MOVE RTV-VALOR-CREDITADO
              TO TAB-RTV-VALOR-CREDIT(WRK-TAB-RTV-QTDE)
              MOVE RTV-STATUS
              TO TAB-RTV-STATUS(WRK-TAB-RTV-QTDE)
              MOVE RTV-DATA-SITUACAO
              TO TAB-RTV-DATA-SITUACAO(WRK-TAB-RTV-QTDE)
           END-IF.
           PERFORM 046-LER-RTVANT.

      *RESPOSTAS DOS FORNECEDORES: CREDITO RECEBIDO OU RECUSA
      *ENCERRAM A RECLAMACAO. RESPOSTA PARA RECLAMACAO QUE NAO
      *ESTA EM ABERTO E SO CONTADA. SEM O ARQUIVO, NENHUMA
      *RESPOSTA NO DIA.
       018-APLICAR-RTVRESP.
           OPEN INPUT   RTVRESP.
           IF WRK-FS-RTVRESP = "35"
              CONTINUE
           ELSE
              IF WRK-FS-RTVRESP NOT = ZEROS
                 DISPLAY "ERRO ABERTURA RTVRESP - FS: "
                         WRK-FS-RTVRESP
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 047-LER-RTVRESP
              PERFORM 035-APLICAR-UMA-RESPOSTA
                UNTIL WRK-FS-RTVRESP = "10"

              CLOSE RTVRESP
              IF WRK-FS-RTVRESP NOT = "00"
                 DISPLAY "ERRO CLOSE RTVRESP - FS: " WRK-FS-RTVRESP
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       035-APLICAR-UMA-RESPOSTA.
           SET IDX-RTV TO 1.
           IF WRK-TAB-RTV-QTDE > ZEROS
              SEARCH TAB-RTV-REGISTRO
                  AT END
                      ADD 1 TO WRK-CONT-RESP-SEM-RECLAM
                  WHEN TAB-RTV-NUM-RECLAM(IDX-RTV) =
                       RTVRESP-NUM-RECLAM
                   AND TAB-RTV-STATUS(IDX-RTV) = "A"
                      PERFORM 036-ENCERRAR-RECLAMACAO
              END-SEARCH
           ELSE
              ADD 1 TO WRK-CONT-RESP-SEM-RECLAM
           END-IF.
           PERFORM 047-LER-RTVRESP.

       036-ENCERRAR-RECLAMACAO.
           MOVE RTVRESP-DATA TO TAB-RTV-DATA-SITUACAO(IDX-RTV).
           IF RTVRESP-CREDITADA
              MOVE "C" TO TAB-RTV-STATUS(IDX-RTV)
              MOVE RTVRESP-VALOR-CREDITO
                TO TAB-RTV-VALOR-CREDIT(IDX-RTV)
              ADD 1 TO WRK-CONT-RECLAM-CREDITADAS
           ELSE
              MOVE "R" TO TAB-RTV-STATUS(IDX-RTV)
              ADD 1 TO WRK-CONT-RECLAM-RECUSADAS
           END-IF.

      *ITEM AVARIADO DO DIA ENTRA NA CARTEIRA COM O FORNECEDOR DO
      *PRODUTO; SEM FORNECEDOR NO MAPA, FICA COM FORNECEDOR ZERO
      *E SO PODE SAIR POR BAIXA. O VENCIDO NAO SE RECLAMA.
       020-PROCESSAR-DEVBAIXA.
           IF DEVBAIXA-AVARIADA
              PERFORM 021-INCLUIR-ITEM
           ELSE
              ADD 1 TO WRK-CONT-ITENS-VENCIDOS
           END-IF.
           PERFORM 041-LER-DEVBAIXA.

       021-INCLUIR-ITEM.
           MOVE ZEROS TO WRK-COD-FORNEC.
           SET IDX-FPROD TO 1.
           IF WRK-TAB-FPROD-QTDE > ZEROS
              SEARCH TAB-FPROD-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-FPROD-COD-PRODUTO(IDX-FPROD) =
                       DEVBAIXA-COD-PRODUTO
                      MOVE TAB-FPROD-COD-FORNEC(IDX-FPROD)
                        TO WRK-COD-FORNEC
              END-SEARCH
           END-IF.

           ADD 1 TO WRK-TAB-PEND-QTDE.
           MOVE DEVBAIXA-COD-PRODUTO
             TO TAB-PEND-COD-PRODUTO(WRK-TAB-PEND-QTDE).
           MOVE DEVBAIXA-DISPOSICAO
             TO TAB-PEND-DISPOSICAO(WRK-TAB-PEND-QTDE).
           MOVE DEVBAIXA-QUANTIDADE
             TO TAB-PEND-QUANTIDADE(WRK-TAB-PEND-QTDE).
           MOVE DEVBAIXA-VALOR
             TO TAB-PEND-VALOR(WRK-TAB-PEND-QTDE).
           MOVE WRK-COD-FORNEC
             TO TAB-PEND-COD-FORNEC(WRK-TAB-PEND-QTDE).
           MOVE WRK-DATA-SIS
             TO TAB-PEND-DATA-ENTRADA(WRK-TAB-PEND-QTDE).
           MOVE "P"
             TO TAB-PEND-SITUACAO(WRK-TAB-PEND-QTDE).
           ADD 1 TO WRK-CONT-ITENS-NOVOS.

      *FORNECEDOR A FORNECEDOR: SE O TOTAL DOS ITENS A RECLAMAR
      *ALCANCA O VALOR MINIMO, ABRE A RECLAMACAO, EMBARCA OS
      *ITENS NO ROMANEIO E EMITE A NOTA DE DEBITO.
       060-ABRIR-RECLAMACOES.
           PERFORM 061-RECLAMAR-FORNECEDOR
           VARYING IDX-FORN FROM 1 BY 1
           UNTIL IDX-FORN > WRK-TAB-FORN-QTDE.

       061-RECLAMAR-FORNECEDOR.
           MOVE ZEROS TO WRK-TOTAL-FORNEC.
           MOVE ZEROS TO WRK-ITENS-FORNEC.
           PERFORM 062-SOMAR-ITEM
           VARYING IDX-PEND FROM 1 BY 1
           UNTIL IDX-PEND > WRK-TAB-PEND-QTDE.

           IF WRK-ITENS-FORNEC > ZEROS
              AND WRK-TOTAL-FORNEC NOT <
                  TAB-FORN-VALOR-MINIMO(IDX-FORN)
              ADD 1 TO WRK-ULT-NUM-RECLAM
              ADD 1 TO WRK-TAB-RTV-QTDE
              MOVE WRK-ULT-NUM-RECLAM
                TO TAB-RTV-NUM-RECLAM(WRK-TAB-RTV-QTDE)
              MOVE TAB-FORN-CODIGO(IDX-FORN)
                TO TAB-RTV-COD-FORNEC(WRK-TAB-RTV-QTDE)
              MOVE WRK-DATA-SIS
                TO TAB-RTV-DATA-EMISSAO(WRK-TAB-RTV-QTDE)
              MOVE WRK-TOTAL-FORNEC
                TO TAB-RTV-VALOR(WRK-TAB-RTV-QTDE)
              MOVE ZEROS
                TO TAB-RTV-VALOR-CREDIT(WRK-TAB-RTV-QTDE)
              MOVE "A"
                TO TAB-RTV-STATUS(WRK-TAB-RTV-QTDE)
              MOVE WRK-DATA-SIS
                TO TAB-RTV-DATA-SITUACAO(WRK-TAB-RTV-QTDE)
              ADD 1 TO WRK-CONT-RECLAM-ABERTAS
              ADD WRK-TOTAL-FORNEC TO WRK-TOTAL-RECLAMADO

              PERFORM 063-EMBARCAR-ITEM
              VARYING IDX-PEND FROM 1 BY 1
              UNTIL IDX-PEND > WRK-TAB-PEND-QTDE

              MOVE WRK-ULT-NUM-RECLAM        TO RTVDEBITO-NUM-RECLAM
              MOVE TAB-FORN-CODIGO(IDX-FORN) TO RTVDEBITO-COD-FORNEC
              MOVE TAB-FORN-NOME(IDX-FORN)   TO RTVDEBITO-NOME-FORNEC
              MOVE WRK-DATA-SIS              TO RTVDEBITO-DATA
              MOVE WRK-ITENS-FORNEC          TO RTVDEBITO-QTD-ITENS
              MOVE WRK-TOTAL-FORNEC          TO RTVDEBITO-VALOR
              PERFORM 049-GRAVAR-RTVDEBITO
           END-IF.

       062-SOMAR-ITEM.
           IF TAB-PEND-SITUACAO(IDX-PEND) = "P"
              AND TAB-PEND-COD-FORNEC(IDX-PEND) =
                  TAB-FORN-CODIGO(IDX-FORN)
              ADD TAB-PEND-VALOR(IDX-PEND) TO WRK-TOTAL-FORNEC
              ADD 1 TO WRK-ITENS-FORNEC
           END-IF.

       063-EMBARCAR-ITEM.
           IF TAB-PEND-SITUACAO(IDX-PEND) = "P"
              AND TAB-PEND-COD-FORNEC(IDX-PEND) =
                  TAB-FORN-CODIGO(IDX-FORN)
              MOVE "R" TO TAB-PEND-SITUACAO(IDX-PEND)
              MOVE WRK-ULT-NUM-RECLAM TO RTVMANIF-NUM-RECLAM
              MOVE TAB-FORN-CODIGO(IDX-FORN) TO RTVMANIF-COD-FORNEC
              MOVE TAB-FORN-NOME(IDX-FORN)   TO RTVMANIF-NOME-FORNEC
              MOVE TAB-PEND-COD-PRODUTO(IDX-PEND)
                TO RTVMANIF-COD-PRODUTO
              MOVE TAB-PEND-DISPOSICAO(IDX-PEND)
                TO RTVMANIF-DISPOSICAO
              MOVE TAB-PEND-QUANTIDADE(IDX-PEND)
                TO RTVMANIF-QUANTIDADE
              MOVE TAB-PEND-VALOR(IDX-PEND)  TO RTVMANIF-VALOR
              PERFORM 048-GRAVAR-RTVMANIF
           END-IF.

      *ITEM QUE CONTINUA SEM RECLAMACAO ALEM DO PRAZO DO SEU
      *FORNECEDOR (30 DIAS PARA O ITEM SEM FORNECEDOR) SAI PARA
      *BAIXA.
       070-BAIXAR-FORA-DO-PRAZO.
           PERFORM 071-VERIFICAR-PRAZO-ITEM
           VARYING IDX-PEND FROM 1 BY 1
           UNTIL IDX-PEND > WRK-TAB-PEND-QTDE.

       071-VERIFICAR-PRAZO-ITEM.
           IF TAB-PEND-SITUACAO(IDX-PEND) = "P"
              MOVE 30 TO WRK-PRAZO-RECLAM
              SET IDX-FORN TO 1
              SEARCH TAB-FORN-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-FORN-CODIGO(IDX-FORN) =
                       TAB-PEND-COD-FORNEC(IDX-PEND)
                      MOVE TAB-FORN-PRAZO-RECLAM(IDX-FORN)
                        TO WRK-PRAZO-RECLAM
              END-SEARCH

              COMPUTE WRK-DIAS-CARTEIRA = WRK-DATA-SIS-INTEIRO
                  - FUNCTION INTEGER-OF-DATE(
                        TAB-PEND-DATA-ENTRADA(IDX-PEND))
              IF WRK-DIAS-CARTEIRA > WRK-PRAZO-RECLAM
                 MOVE "B" TO TAB-PEND-SITUACAO(IDX-PEND)
                 MOVE TAB-PEND-COD-PRODUTO(IDX-PEND)
                   TO RTVBAIXA-COD-PRODUTO
                 MOVE TAB-PEND-COD-FORNEC(IDX-PEND)
                   TO RTVBAIXA-COD-FORNEC
                 MOVE TAB-PEND-DISPOSICAO(IDX-PEND)
                   TO RTVBAIXA-DISPOSICAO
                 MOVE TAB-PEND-QUANTIDADE(IDX-PEND)
                   TO RTVBAIXA-QUANTIDADE
                 MOVE TAB-PEND-VALOR(IDX-PEND)
                   TO RTVBAIXA-VALOR
                 MOVE TAB-PEND-DATA-ENTRADA(IDX-PEND)
                   TO RTVBAIXA-DATA-ENTRADA
                 MOVE WRK-DIAS-CARTEIRA TO RTVBAIXA-DIAS
                 ADD TAB-PEND-VALOR(IDX-PEND) TO WRK-TOTAL-BAIXADO
                 PERFORM 058-GRAVAR-RTVBAIXA
              END-IF
           END-IF.

       041-LER-DEVBAIXA.
           READ DEVBAIXA INTO WRK-DEVBAIXA-REGISTRO.
           IF WRK-FS-DEVBAIXA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEVBAIXA - FS: " WRK-FS-DEVBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DEVBAIXA = "00"
                ADD 1 TO WRK-CONT-LIDOS-DEVBAIXA
           END-IF.

       042-LER-FORNECEDOR.
           READ FORNECEDOR INTO WRK-FORNECEDOR-REGISTRO.
           IF WRK-FS-FORNECEDOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-FORNPROD.
           READ FORNPROD INTO WRK-FORNPROD-REGISTRO.
           IF WRK-FS-FORNPROD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FORNPROD - FS: " WRK-FS-FORNPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-PARMRTV.
           READ PARMRTV INTO WRK-PARMRTV-REGISTRO.
           IF WRK-FS-PARMRTV NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMRTV - FS: " WRK-FS-PARMRTV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-RTVPENDANT.
           READ RTVPENDANT INTO WRK-RTVPEND-REGISTRO.
           IF WRK-FS-RTVPENDANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RTVPENDANT - FS: "
                      WRK-FS-RTVPENDANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RTVPENDANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-RTVPENDANT
           END-IF.

       046-LER-RTVANT.
           READ RTVANT INTO WRK-RTV-REGISTRO.
           IF WRK-FS-RTVANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RTVANT - FS: " WRK-FS-RTVANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RTVANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-RTVANT
           END-IF.

       047-LER-RTVRESP.
           READ RTVRESP INTO WRK-RTVRESP-REGISTRO.
           IF WRK-FS-RTVRESP NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RTVRESP - FS: " WRK-FS-RTVRESP
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RTVRESP = "00"
                ADD 1 TO WRK-CONT-LIDOS-RTVRESP
           END-IF.

       048-GRAVAR-RTVMANIF.
           WRITE FD-RTVMANIF-REGISTRO FROM WRK-RTVMANIF-REGISTRO.
           IF WRK-FS-RTVMANIF NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RTVMANIF - FS: " WRK-FS-RTVMANIF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-RTVMANIF.

       049-GRAVAR-RTVDEBITO.
           WRITE FD-RTVDEBITO-REGISTRO FROM WRK-RTVDEBITO-REGISTRO.
           IF WRK-FS-RTVDEBITO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RTVDEBITO - FS: "
                      WRK-FS-RTVDEBITO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       058-GRAVAR-RTVBAIXA.
           WRITE FD-RTVBAIXA-REGISTRO FROM WRK-RTVBAIXA-REGISTRO.
           IF WRK-FS-RTVBAIXA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RTVBAIXA - FS: " WRK-FS-RTVBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-RTVBAIXA.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-RTVPENDHOJE-TODOS.
           PERFORM 055-GRAVAR-RTVHOJE-TODOS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *SO O ITEM QUE CONTINUA A RECLAMAR VAI ADIANTE.
       053-GRAVAR-RTVPENDHOJE-TODOS.
           PERFORM 054-GRAVAR-RTVPENDHOJE
           VARYING IDX-PEND FROM 1 BY 1
           UNTIL IDX-PEND > WRK-TAB-PEND-QTDE.

       054-GRAVAR-RTVPENDHOJE.
           IF TAB-PEND-SITUACAO(IDX-PEND) = "P"
              MOVE TAB-PEND-COD-PRODUTO(IDX-PEND)
                TO RTVPEND-COD-PRODUTO
              MOVE TAB-PEND-DISPOSICAO(IDX-PEND)
                TO RTVPEND-DISPOSICAO
              MOVE TAB-PEND-QUANTIDADE(IDX-PEND)
                TO RTVPEND-QUANTIDADE
              MOVE TAB-PEND-VALOR(IDX-PEND)  TO RTVPEND-VALOR
              MOVE TAB-PEND-COD-FORNEC(IDX-PEND)
                TO RTVPEND-COD-FORNEC
              MOVE TAB-PEND-DATA-ENTRADA(IDX-PEND)
                TO RTVPEND-DATA-ENTRADA
              WRITE FD-RTVPENDHOJE-REGISTRO FROM WRK-RTVPEND-REGISTRO
              IF WRK-FS-RTVPENDHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO RTVPENDHOJE - FS: "
                         WRK-FS-RTVPENDHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-RTVPEND
           END-IF.

      *CARREGA AS RECLAMACOES ADIANTE. A ENCERRADA NESTE RUN E
      *GRAVADA UMA ULTIMA VEZ, PARA AUDITORIA, E NAO VOLTA NO
      *PROXIMO CICLO.
       055-GRAVAR-RTVHOJE-TODOS.
           PERFORM 056-GRAVAR-RTVHOJE
           VARYING IDX-RTV FROM 1 BY 1
           UNTIL IDX-RTV > WRK-TAB-RTV-QTDE.

       056-GRAVAR-RTVHOJE.
           MOVE TAB-RTV-NUM-RECLAM(IDX-RTV)    TO RTV-NUM-RECLAM.
           MOVE TAB-RTV-COD-FORNEC(IDX-RTV)    TO RTV-COD-FORNEC.
           MOVE TAB-RTV-DATA-EMISSAO(IDX-RTV)  TO RTV-DATA-EMISSAO.
           MOVE TAB-RTV-VALOR(IDX-RTV)         TO RTV-VALOR.
           MOVE TAB-RTV-VALOR-CREDIT(IDX-RTV)  TO RTV-VALOR-CREDITADO.
           MOVE TAB-RTV-STATUS(IDX-RTV)        TO RTV-STATUS.
           MOVE TAB-RTV-DATA-SITUACAO(IDX-RTV) TO RTV-DATA-SITUACAO.

           WRITE FD-RTVHOJE-REGISTRO FROM WRK-RTV-REGISTRO.
           IF WRK-FS-RTVHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RTVHOJE - FS: " WRK-FS-RTVHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-RTVHOJE.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-RECLAMADO TO WRK-TOTAL-RECLAMADO-ED.
           MOVE WRK-TOTAL-BAIXADO   TO WRK-TOTAL-BAIXADO-ED.
           DISPLAY "Quantidade de Registros Lidos DEVBAIXA....: "
                   WRK-CONT-LIDOS-DEVBAIXA.
           DISPLAY "Quantidade de Registros Lidos RTVPENDANT..: "
                   WRK-CONT-LIDOS-RTVPENDANT.
           DISPLAY "Quantidade de Registros Lidos RTVANT......: "
                   WRK-CONT-LIDOS-RTVANT.
           DISPLAY "Quantidade de Registros Lidos RTVRESP.....: "
                   WRK-CONT-LIDOS-RTVRESP.
           DISPLAY "Quantidade de Itens Avariados Novos.......: "
                   WRK-CONT-ITENS-NOVOS.
           DISPLAY "Quantidade de Itens Vencidos (Nao Reclam.): "
                   WRK-CONT-ITENS-VENCIDOS.
           DISPLAY "Quantidade de Respostas Sem Reclamacao....: "
                   WRK-CONT-RESP-SEM-RECLAM.
           DISPLAY "Quantidade de Reclamacoes Abertas.........: "
                   WRK-CONT-RECLAM-ABERTAS.
           DISPLAY "Quantidade de Reclamacoes Creditadas......: "
                   WRK-CONT-RECLAM-CREDITADAS.
           DISPLAY "Quantidade de Reclamacoes Recusadas.......: "
                   WRK-CONT-RECLAM-RECUSADAS.
           DISPLAY "Quantidade de Registros Gravados RTVMANIF.: "
                   WRK-CONT-GRAVADOS-RTVMANIF.
           DISPLAY "Quantidade de Registros Gravados RTVBAIXA.: "
                   WRK-CONT-GRAVADOS-RTVBAIXA.
           DISPLAY "Quantidade de Registros Gravados RTVPEND..: "
                   WRK-CONT-GRAVADOS-RTVPEND.
           DISPLAY "Quantidade de Registros Gravados RTVHOJE..: "
                   WRK-CONT-GRAVADOS-RTVHOJE.
           DISPLAY "Valor Total Reclamado.....................: "
                   WRK-TOTAL-RECLAMADO-ED.
           DISPLAY "Valor Total Baixado.......................: "
                   WRK-TOTAL-BAIXADO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE DEVBAIXA.
           IF WRK-FS-DEVBAIXA NOT = "00"
              DISPLAY "ERRO CLOSE DEVBAIXA - FS: " WRK-FS-DEVBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RTVPENDHOJE.
           IF WRK-FS-RTVPENDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE RTVPENDHOJE - FS: "
                      WRK-FS-RTVPENDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RTVHOJE.
           IF WRK-FS-RTVHOJE NOT = "00"
              DISPLAY "ERRO CLOSE RTVHOJE - FS: " WRK-FS-RTVHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RTVMANIF.
           IF WRK-FS-RTVMANIF NOT = "00"
              DISPLAY "ERRO CLOSE RTVMANIF - FS: " WRK-FS-RTVMANIF
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RTVDEBITO.
           IF WRK-FS-RTVDEBITO NOT = "00"
              DISPLAY "ERRO CLOSE RTVDEBITO - FS: " WRK-FS-RTVDEBITO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RTVBAIXA.
           IF WRK-FS-RTVBAIXA NOT = "00"
              DISPLAY "ERRO CLOSE RTVBAIXA - FS: " WRK-FS-RTVBAIXA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX94".
           GOBACK.

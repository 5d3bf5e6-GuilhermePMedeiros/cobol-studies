       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX05.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX05
      *CADASTRO DE CASOS DE RECLAMACAO DE CLIENTE LIGADOS A UMA
      *COMPRA. RODA DIARIAMENTE, A NOITE. O MESTRE DE CASOS E
      *MANTIDO NO ESPIRITO DOS SNAPSHOTS (CASOANT/CASOHOJE), EM
      *ORDEM DE NUMERO DO CASO, E RECEBE AS TRANSACOES DO DIA DO
      *ATENDIMENTO (CASOMOV): A = ABERTURA DO CASO, S = MUDANCA DE
      *STATUS (E = EM ANDAMENTO, P = PENDENTE COM O CLIENTE), R =
      *RESOLUCAO COM O CODIGO DE RESOLUCAO E C = CANCELAMENTO DO
      *CASO ABERTO POR ENGANO. NA ABERTURA, A COMPRA E BUSCADA NO
      *EXTRATO CORRENTE (COMPRA) E NO ARQUIVAMENTO DO AC00EX29
      *(ARQCOMPRA) PELO CODIGO E PELA DATA, E O CASO GUARDA A LOJA
      *E O VENDEDOR DA VENDA. A CATEGORIA TEM DE CONSTAR DO
      *PARAMETRO PARMSLA, QUE TRAZ O PRAZO DE ATENDIMENTO DE CADA
      *UMA EM DIAS UTEIS. TRANSACAO INVALIDA VAI PARA CASOERR COM
      *O MOTIVO. O CASO ENCERRADO (RESOLVIDO OU CANCELADO) FICA NO
      *MESTRE ATE O FIM DO MES SEGUINTE AO DO ENCERRAMENTO, PARA A
      *ANALISE MENSAL DO AC01EX06. O RELATORIO CASOAGE TRAZ CADA
      *CASO EM ABERTO COM OS DIAS UTEIS DESDE A ABERTURA (DATAUTIL
      *OPERACAO 4) CONTRA O PRAZO DA CATEGORIA, E OS TOTAIS DE
      *CASOS ABERTOS E VENCIDOS POR CATEGORIA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CATEGORIAS DE RECLAMACAO E PRAZO DE ATENDIMENTO
       SELECT PARMSLA  ASSIGN    TO PARMSLA
                      FILE STATUS    IS WRK-FS-PARMSLA.

      *MESTRE DE CASOS DO CICLO ANTERIOR (SEM ELE, PRIMEIRA
      *EXECUCAO)
       SELECT CASOANT  ASSIGN    TO CASOANT
                      FILE STATUS    IS WRK-FS-CASOANT.

      *TRANSACOES DO DIA DO ATENDIMENTO
       SELECT CASOMOV  ASSIGN    TO CASOMOV
                      FILE STATUS    IS WRK-FS-CASOMOV.

      *EXTRATO CORRENTE DE COMPRAS
       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

      *HISTORICO ARQUIVADO PELO AC00EX29 (OPCIONAL - SEM ELE, SO O
      *EXTRATO CORRENTE E PESQUISADO)
       SELECT ARQCOMPRA ASSIGN   TO ARQCOMPRA
                      FILE STATUS    IS WRK-FS-ARQCOMPRA.

       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *MESTRE DE CASOS ATUALIZADO
       SELECT CASOHOJE ASSIGN    TO CASOHOJE
                      FILE STATUS    IS WRK-FS-CASOHOJE.

      *TRANSACOES REJEITADAS, COM O MOTIVO
       SELECT CASOERR  ASSIGN    TO CASOERR
                      FILE STATUS    IS WRK-FS-CASOERR.

      *RELATORIO DE ENVELHECIMENTO DOS CASOS EM ABERTO
       SELECT CASOAGE  ASSIGN    TO CASOAGE
                      FILE STATUS    IS WRK-FS-CASOAGE.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMSLA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMSLA-REGISTRO     PIC X(025).

       FD  CASOANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOANT-REGISTRO     PIC X(062).

       FD  CASOMOV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOMOV-REGISTRO     PIC X(041).

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  ARQCOMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCOMPRA-REGISTRO   PIC X(038).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                PIC X(021).

       FD  CASOHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOHOJE-REGISTRO    PIC X(062).

       FD  CASOERR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOERR-REGISTRO     PIC X(042).

       FD  CASOAGE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOAGE-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMSLA        PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOMOV        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-ARQCOMPRA      PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOERR        PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOAGE        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMSLA - UMA CATEGORIA POR REGISTRO, COM O PRAZO
      *DE ATENDIMENTO EM DIAS UTEIS
       01  WRK-PARMSLA-REGISTRO.
           05 PARMSLA-CATEGORIA     PIC  X(002).
           05 PARMSLA-DESCRICAO     PIC  X(020).
           05 PARMSLA-PRAZO-DIAS    PIC  9(003).

      *LAYOUT DO MESTRE DE CASOS (CASOANT/CASOHOJE)
       01  WRK-CASO-REGISTRO.
           05 CASO-COD-CASO         PIC 9(006).
           05 CASO-COD-COMPRA       PIC 9(005).
           05 CASO-DATA-COMPRA      PIC 9(008).
           05 CASO-COD-CLIENTE      PIC 9(003).
           05 CASO-COD-PRODUTO      PIC 9(005).
           05 CASO-COD-LOJA         PIC 9(003).
           05 CASO-COD-VENDEDOR     PIC 9(003).
           05 CASO-CATEGORIA        PIC X(002).
           05 CASO-DATA-ABERTURA    PIC 9(008).
           05 CASO-STATUS           PIC X(001).
               88 CASO-ABERTO          VALUE "A".
               88 CASO-EM-ANDAMENTO    VALUE "E".
               88 CASO-PENDENTE-CLIENTE VALUE "P".
               88 CASO-RESOLVIDO       VALUE "R".
               88 CASO-CANCELADO       VALUE "C".
               88 CASO-EM-ABERTO       VALUES "A" "E" "P".
               88 CASO-ENCERRADO       VALUES "R" "C".
           05 CASO-DATA-STATUS      PIC 9(008).
           05 CASO-COD-RESOLUCAO    PIC X(002).
           05 CASO-DATA-RESOLUCAO   PIC 9(008).

      *LAYOUT DE CASOMOV - TRANSACAO DO ATENDIMENTO. A COMPRA, O
      *CLIENTE, O PRODUTO (ZEROS = A COMPRA TODA) E A CATEGORIA SO
      *SAO LIDOS NA ABERTURA; O STATUS NA MUDANCA DE STATUS; O
      *CODIGO DE RESOLUCAO NA RESOLUCAO.
       01  WRK-CASOMOV-REGISTRO.
           05 MOV-TIPO              PIC X(001).
               88 MOV-ABERTURA         VALUE "A".
               88 MOV-MUDANCA-STATUS   VALUE "S".
               88 MOV-RESOLUCAO        VALUE "R".
               88 MOV-CANCELAMENTO     VALUE "C".
               88 MOV-TIPO-VALIDO      VALUES "A" "S" "R" "C".
           05 MOV-COD-CASO          PIC 9(006).
           05 MOV-DATA              PIC 9(008).
           05 MOV-COD-COMPRA        PIC 9(005).
           05 MOV-DATA-COMPRA       PIC 9(008).
           05 MOV-COD-CLIENTE       PIC 9(003).
           05 MOV-COD-PRODUTO       PIC 9(005).
           05 MOV-CATEGORIA         PIC X(002).
           05 MOV-STATUS            PIC X(001).
               88 MOV-STATUS-VALIDO    VALUES "E" "P".
           05 MOV-COD-RESOLUCAO     PIC X(002).

      *LAYOUT DE COMPRA - MESMO DO AC00EX10 (CORRENTE E ARQUIVADA)
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC  9(005).
           05 COMPRA-TIPO-PAGTO     PIC  X(008).
           05 COMPRA-COD-CLIENTE    PIC  9(003).
           05 COMPRA-DATA           PIC  9(008).
           05 COMPRA-COD-VENDEDOR   PIC  9(003).
           05 COMPRA-COD-LOJA       PIC  9(003).
           05 COMPRA-NUM-VALE       PIC  9(008).

      *LAYOUT DE PRODUTO
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO   PIC  9(005).
           05 PRODUTO-NOME          PIC  X(010).
           05 PRODUTO-VALOR         PIC  9(009)V99.

      *LAYOUT DE CASOERR - TRANSACAO REJEITADA, COM MOTIVO
       01  WRK-CASOERR-REGISTRO.
           05 CASOERR-MOVIMENTO     PIC X(041).
           05 CASOERR-MOTIVO        PIC X(001).
               88 CASOERR-MOT-CASO-JA-EXISTE     VALUE "1".
               88 CASOERR-MOT-CATEGORIA-INVALIDA VALUE "2".
               88 CASOERR-MOT-COMPRA-INEXISTENTE VALUE "3".
               88 CASOERR-MOT-CLIENTE-DIVERGENTE VALUE "4".
               88 CASOERR-MOT-PRODUTO-INEXISTENTE VALUE "5".
               88 CASOERR-MOT-CASO-INEXISTENTE   VALUE "6".
               88 CASOERR-MOT-CASO-ENCERRADO     VALUE "7".
               88 CASOERR-MOT-DADOS-INVALIDOS    VALUE "8".
               88 CASOERR-MOT-TIPO-INVALIDO      VALUE "9".

      *LINHA DO RELATORIO DE ENVELHECIMENTO - CASO EM ABERTO
       01  WRK-CASOAGE-LINHA.
           05 CAGE-COD-CASO         PIC 9(006).
           05 FILLER                PIC X(008) VALUE " COMPRA ".
           05 CAGE-COD-COMPRA       PIC 9(005).
           05 FILLER                PIC X(005) VALUE " CAT ".
           05 CAGE-CATEGORIA        PIC X(002).
           05 FILLER                PIC X(008) VALUE " ABERTO ".
           05 CAGE-DATA-ABERTURA    PIC 9(008).
           05 FILLER                PIC X(006) VALUE " DIAS ".
           05 CAGE-DIAS             PIC ZZ9.
           05 FILLER                PIC X(007) VALUE " PRAZO ".
           05 CAGE-PRAZO            PIC ZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAGE-MARCACAO         PIC X(015).
           05 FILLER                PIC X(003) VALUE SPACES.

      *LINHA DO RELATORIO DE ENVELHECIMENTO - TOTAL DA CATEGORIA
       01  WRK-CASOAGE-TOTAL.
           05 FILLER                PIC X(016)
              VALUE "TOTAL CATEGORIA ".
           05 CAGE-TOT-CATEGORIA    PIC X(002).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CAGE-TOT-DESCRICAO    PIC X(020).
           05 FILLER                PIC X(009) VALUE " ABERTOS ".
           05 CAGE-TOT-ABERTOS      PIC ZZZZ9.
           05 FILLER                PIC X(010) VALUE " VENCIDOS ".
           05 CAGE-TOT-VENCIDOS     PIC ZZZZ9.
           05 FILLER                PIC X(010) VALUE SPACES.

      *CATEGORIAS DO PARMSLA, COM OS TOTAIS DO ENVELHECIMENTO
       01  WRK-TAB-SLA-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-SLA-REGISTRO OCCURS 1 TO 99 TIMES
               DEPENDING ON WRK-TAB-SLA-QTDE
               INDEXED BY IDX-SLA.
           05 TAB-SLA-CATEGORIA     PIC X(002).
           05 TAB-SLA-DESCRICAO     PIC X(020).
           05 TAB-SLA-PRAZO-DIAS    PIC 9(003).
           05 TAB-SLA-QTD-ABERTOS   PIC 9(005).
           05 TAB-SLA-QTD-VENCIDOS  PIC 9(005).

      *MESTRE DE CASOS EM MEMORIA
       01  WRK-TAB-CASO-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CASO-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CASO-QTDE
               INDEXED BY IDX-CASO.
           05 TAB-CASO-COD-CASO     PIC 9(006).
           05 TAB-CASO-DADOS        PIC X(062).

      *TRANSACOES DO DIA EM MEMORIA, COM A LOJA, O VENDEDOR E O
      *CLIENTE DA COMPRA ACHADA PARA AS ABERTURAS
       01  WRK-TAB-MOV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MOV-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MOV-QTDE
               INDEXED BY IDX-MOV.
           05 TAB-MOV-DADOS         PIC X(041).
           05 TAB-MOV-TIPO          PIC X(001).
           05 TAB-MOV-COD-COMPRA    PIC 9(005).
           05 TAB-MOV-DATA-COMPRA   PIC 9(008).
           05 TAB-MOV-COD-LOJA      PIC 9(003).
           05 TAB-MOV-COD-VENDEDOR  PIC 9(003).
           05 TAB-MOV-COD-CLIENTE   PIC 9(003).
           05 TAB-MOV-SW-COMPRA     PIC 9(001).
               88 TAB-MOV-COMPRA-ACHADA VALUE 1.

      *SITUACAO DO MESTRE DO CICLO ANTERIOR
       01  WRK-SW-CASOANT           PIC 9(001) VALUE ZEROS.
           88 CASOANT-PRESENTE         VALUE 0.
           88 CASOANT-AUSENTE          VALUE 1.

       01  WRK-SW-CASO-ENCONTRADO   PIC 9(001) VALUE ZEROS.
           88 CASO-ENCONTRADO          VALUE 1.
           88 CASO-NAO-ENCONTRADO      VALUE 0.

       01  WRK-CATEGORIA-BUSCA      PIC X(002) VALUE SPACES.
       01  WRK-SW-SLA-ENCONTRADO    PIC 9(001) VALUE ZEROS.
           88 SLA-ENCONTRADO           VALUE 1.
           88 SLA-NAO-ENCONTRADO       VALUE 0.

       01  WRK-SW-PRODUTO-ENCONTRADO PIC 9(001) VALUE ZEROS.
           88 PRODUTO-ENCONTRADO       VALUE 1.
           88 PRODUTO-NAO-ENCONTRADO   VALUE 0.

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL - DIAS UTEIS EM ABERTO
       01  WRK-DU-OPERACAO          PIC 9(001) VALUE ZEROS.
       01  WRK-DU-DIA               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-MES               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-ANO               PIC 9(004) VALUE ZEROS.
       01  WRK-DU-QTD-DIAS          PIC S9(005) VALUE ZEROS.
       01  WRK-DU-DIA-SEMANA        PIC 9(001) VALUE ZEROS.
       01  WRK-DU-NOME-DIA          PIC X(013) VALUE SPACES.
       01  WRK-DU-AVALIDA           PIC X(001) VALUE SPACES.
       01  WRK-DU-DATA2             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-DESMONTADA      PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-DESMONTADA-R REDEFINES WRK-DATA-DESMONTADA.
           05 WRK-DESM-ANO          PIC 9(004).
           05 WRK-DESM-MES          PIC 9(002).
           05 WRK-DESM-DIA          PIC 9(002).

      *DATA DO SISTEMA E CORTE DOS CASOS ENCERRADOS (PRIMEIRO DIA
      *DO MES ANTERIOR)
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-DATA-CORTE           PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CORTE-R REDEFINES WRK-DATA-CORTE.
           05 WRK-CORTE-ANO         PIC 9(004).
           05 WRK-CORTE-MES         PIC 9(002).
           05 WRK-CORTE-DIA         PIC 9(002).

       01  WRK-DIAS-ABERTO          PIC S9(005) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CASOANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CASOMOV      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-COMPRA       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ARQCOMPRA    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CASOHOJE  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CASOERR   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CASOAGE   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-ABERTOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-MUDADOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-RESOLVIDOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-CANCELADOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-EXPURGADOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-VENCIDOS     PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX05-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-APLICAR-MOVIMENTO
             VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.
           PERFORM 021-GRAVAR-CASO
             VARYING IDX-CASO FROM 1 BY 1
               UNTIL IDX-CASO > WRK-TAB-CASO-QTDE.
           PERFORM 022-GRAVAR-TOTAL-CATEGORIA
             VARYING IDX-SLA FROM 1 BY 1
               UNTIL IDX-SLA > WRK-TAB-SLA-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX05 INICIADO - CASOS DE RECLAMACAO"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-SIS-ANO TO WRK-CORTE-ANO.
           MOVE WRK-SIS-MES TO WRK-CORTE-MES.
           MOVE 01          TO WRK-CORTE-DIA.
           IF WRK-CORTE-MES = 01
              SUBTRACT 1 FROM WRK-CORTE-ANO
              MOVE 12 TO WRK-CORTE-MES
           ELSE
              SUBTRACT 1 FROM WRK-CORTE-MES
           END-IF.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-PARMSLA.
           PERFORM 014-CARREGAR-CASOANT.
           PERFORM 015-CARREGAR-CASOMOV.
           PERFORM 016-CASAR-COMPRA.
           PERFORM 017-CASAR-ARQCOMPRA.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CASOHOJE.
           IF WRK-FS-CASOHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CASOHOJE - FS: " WRK-FS-CASOHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CASOERR.
           IF WRK-FS-CASOERR NOT = ZEROS
              DISPLAY "ERRO ABERTURA CASOERR - FS: " WRK-FS-CASOERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CASOAGE.
           IF WRK-FS-CASOAGE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CASOAGE - FS: " WRK-FS-CASOAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA AS CATEGORIAS E OS PRAZOS. SEM CATEGORIA NENHUMA,
      *TODA ABERTURA SERIA REJEITADA - O PROGRAMA E ABORTADO.
       013-CARREGAR-PARMSLA.
           OPEN INPUT   PARMSLA.
           IF WRK-FS-PARMSLA NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMSLA - FS: " WRK-FS-PARMSLA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 040-LER-PARMSLA.
           PERFORM 030-GUARDAR-SLA
             UNTIL WRK-FS-PARMSLA = "10".

           CLOSE PARMSLA.
           IF WRK-FS-PARMSLA NOT = "00"
              DISPLAY "ERRO CLOSE PARMSLA - FS: " WRK-FS-PARMSLA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-TAB-SLA-QTDE = ZEROS
              DISPLAY "ARQUIVO PARMSLA VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.

       030-GUARDAR-SLA.
           IF WRK-TAB-SLA-QTDE = 99
              DISPLAY "MAIS DE 99 CATEGORIAS NO PARMSLA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-SLA-QTDE.
           SET IDX-SLA TO WRK-TAB-SLA-QTDE.
           MOVE PARMSLA-CATEGORIA  TO TAB-SLA-CATEGORIA(IDX-SLA).
           MOVE PARMSLA-DESCRICAO  TO TAB-SLA-DESCRICAO(IDX-SLA).
           MOVE PARMSLA-PRAZO-DIAS TO TAB-SLA-PRAZO-DIAS(IDX-SLA).
           MOVE ZEROS TO TAB-SLA-QTD-ABERTOS(IDX-SLA)
                         TAB-SLA-QTD-VENCIDOS(IDX-SLA).
           PERFORM 040-LER-PARMSLA.

      *    SEM MESTRE DE CICLO ANTERIOR, SO ENTRAM OS CASOS ABERTOS
      *    NO DIA (PRIMEIRA EXECUCAO).
       014-CARREGAR-CASOANT.
           OPEN INPUT   CASOANT.
           IF WRK-FS-CASOANT = "35"
              SET CASOANT-AUSENTE TO TRUE
              DISPLAY "ARQUIVO CASOANT NAO ENCONTRADO - PRIMEIRA "
                      "EXECUCAO"
           ELSE
              IF WRK-FS-CASOANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CASOANT - FS: " WRK-FS-CASOANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-CASOANT
              PERFORM 031-GUARDAR-CASO
                UNTIL WRK-FS-CASOANT = "10"

              CLOSE CASOANT
              IF WRK-FS-CASOANT NOT = "00"
                 DISPLAY "ERRO CLOSE CASOANT - FS: " WRK-FS-CASOANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-GUARDAR-CASO.
           PERFORM 035-INCLUIR-CASO.
           PERFORM 041-LER-CASOANT.

       035-INCLUIR-CASO.
           IF WRK-TAB-CASO-QTDE = 9999
              DISPLAY "MESTRE DE CASOS EXCEDIDO - 9999 CASOS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CASO-QTDE.
           SET IDX-CASO TO WRK-TAB-CASO-QTDE.
           MOVE CASO-COD-CASO     TO TAB-CASO-COD-CASO(IDX-CASO).
           MOVE WRK-CASO-REGISTRO TO TAB-CASO-DADOS(IDX-CASO).

      *CARREGA AS TRANSACOES DO DIA. AS ABERTURAS SO SAO APLICADAS
      *DEPOIS DE CASADAS COM AS COMPRAS.
       015-CARREGAR-CASOMOV.
           OPEN INPUT   CASOMOV.
           IF WRK-FS-CASOMOV NOT = ZEROS
              DISPLAY "ERRO ABERTURA CASOMOV - FS: " WRK-FS-CASOMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 042-LER-CASOMOV.
           IF WRK-FS-CASOMOV = "10"
              DISPLAY "ARQUIVO CASOMOV VAZIO"
           END-IF.
           PERFORM 032-GUARDAR-MOVIMENTO
             UNTIL WRK-FS-CASOMOV = "10".

           CLOSE CASOMOV.
           IF WRK-FS-CASOMOV NOT = "00"
              DISPLAY "ERRO CLOSE CASOMOV - FS: " WRK-FS-CASOMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       032-GUARDAR-MOVIMENTO.
           IF WRK-TAB-MOV-QTDE = 999
              DISPLAY "MAIS DE 999 TRANSACOES NO CASOMOV"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-MOV-QTDE.
           SET IDX-MOV TO WRK-TAB-MOV-QTDE.
           MOVE WRK-CASOMOV-REGISTRO TO TAB-MOV-DADOS(IDX-MOV).
           MOVE MOV-TIPO             TO TAB-MOV-TIPO(IDX-MOV).
           MOVE MOV-COD-COMPRA       TO TAB-MOV-COD-COMPRA(IDX-MOV).
           MOVE MOV-DATA-COMPRA      TO TAB-MOV-DATA-COMPRA(IDX-MOV).
           MOVE ZEROS TO TAB-MOV-COD-LOJA(IDX-MOV)
                         TAB-MOV-COD-VENDEDOR(IDX-MOV)
                         TAB-MOV-COD-CLIENTE(IDX-MOV)
                         TAB-MOV-SW-COMPRA(IDX-MOV).
           PERFORM 042-LER-CASOMOV.

      *PASSA O EXTRATO CORRENTE DE COMPRAS CONTRA AS ABERTURAS.
       016-CASAR-COMPRA.
           OPEN INPUT    COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 043-LER-COMPRA.
           PERFORM 033-TRATAR-COMPRA
             UNTIL WRK-FS-COMPRA = "10".

           CLOSE COMPRA.
           IF WRK-FS-COMPRA NOT = "00"
              DISPLAY "ERRO CLOSE COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PASSA AS COMPRAS ARQUIVADAS CONTRA AS ABERTURAS. SEM O
      *ARQUIVAMENTO, SO O EXTRATO CORRENTE E PESQUISADO.
       017-CASAR-ARQCOMPRA.
           OPEN INPUT   ARQCOMPRA.
           IF WRK-FS-ARQCOMPRA = "35"
              DISPLAY "ARQUIVO ARQCOMPRA NAO ENCONTRADO - SO O "
                      "EXTRATO CORRENTE SERA PESQUISADO"
           ELSE
              IF WRK-FS-ARQCOMPRA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ARQCOMPRA - FS: "
                         WRK-FS-ARQCOMPRA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 044-LER-ARQCOMPRA
              PERFORM 033A-TRATAR-ARQCOMPRA
                UNTIL WRK-FS-ARQCOMPRA = "10"

              CLOSE ARQCOMPRA
              IF WRK-FS-ARQCOMPRA NOT = "00"
                 DISPLAY "ERRO CLOSE ARQCOMPRA - FS: "
                         WRK-FS-ARQCOMPRA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-TRATAR-COMPRA.
           PERFORM 034-CASAR-ABERTURA
             VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.
           PERFORM 043-LER-COMPRA.

       033A-TRATAR-ARQCOMPRA.
           PERFORM 034-CASAR-ABERTURA
             VARYING IDX-MOV FROM 1 BY 1
               UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.
           PERFORM 044-LER-ARQCOMPRA.

      *A ABERTURA E CASADA COM A COMPRA PELO CODIGO E PELA DATA DA
      *COMPRA (O CODIGO SE REPETE ENTRE DIAS NO ARQUIVAMENTO).
       034-CASAR-ABERTURA.
           IF TAB-MOV-TIPO(IDX-MOV) = "A"
              AND TAB-MOV-COD-COMPRA(IDX-MOV) = COMPRA-COD-COMPRA
              AND TAB-MOV-DATA-COMPRA(IDX-MOV) = COMPRA-DATA
              MOVE COMPRA-COD-LOJA     TO TAB-MOV-COD-LOJA(IDX-MOV)
              MOVE COMPRA-COD-VENDEDOR TO TAB-MOV-COD-VENDEDOR(IDX-MOV)
              MOVE COMPRA-COD-CLIENTE  TO TAB-MOV-COD-CLIENTE(IDX-MOV)
              MOVE 1                   TO TAB-MOV-SW-COMPRA(IDX-MOV)
           END-IF.

      *APLICA AS TRANSACOES NA ORDEM DO ARQUIVO - UM CASO PODE SER
      *ABERTO E RESOLVIDO NO MESMO DIA.
       020-APLICAR-MOVIMENTO.
           MOVE TAB-MOV-DADOS(IDX-MOV) TO WRK-CASOMOV-REGISTRO.
           IF NOT MOV-TIPO-VALIDO
              SET CASOERR-MOT-TIPO-INVALIDO TO TRUE
              PERFORM 039-GRAVAR-CASOERR
           ELSE
              PERFORM 080-BUSCAR-CASO
              IF MOV-ABERTURA
                 PERFORM 023-ABRIR-CASO
              ELSE
                 PERFORM 024-ATUALIZAR-CASO
              END-IF
           END-IF.

       023-ABRIR-CASO.
           IF CASO-ENCONTRADO
              SET CASOERR-MOT-CASO-JA-EXISTE TO TRUE
              PERFORM 039-GRAVAR-CASOERR
           ELSE
              MOVE MOV-CATEGORIA TO WRK-CATEGORIA-BUSCA
              PERFORM 081-BUSCAR-SLA
              IF SLA-NAO-ENCONTRADO
                 SET CASOERR-MOT-CATEGORIA-INVALIDA TO TRUE
                 PERFORM 039-GRAVAR-CASOERR
              ELSE
                 IF NOT TAB-MOV-COMPRA-ACHADA(IDX-MOV)
                    SET CASOERR-MOT-COMPRA-INEXISTENTE TO TRUE
                    PERFORM 039-GRAVAR-CASOERR
                 ELSE
                    IF TAB-MOV-COD-CLIENTE(IDX-MOV) NOT =
                       MOV-COD-CLIENTE
                       SET CASOERR-MOT-CLIENTE-DIVERGENTE TO TRUE
                       PERFORM 039-GRAVAR-CASOERR
                    ELSE
                       PERFORM 082-BUSCAR-PRODUTO
                       IF PRODUTO-NAO-ENCONTRADO
                          SET CASOERR-MOT-PRODUTO-INEXISTENTE TO TRUE
                          PERFORM 039-GRAVAR-CASOERR
                       ELSE
                          PERFORM 036-MONTAR-CASO-NOVO
                          PERFORM 035-INCLUIR-CASO
                          ADD 1 TO WRK-CONT-CASOS-ABERTOS
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       036-MONTAR-CASO-NOVO.
           MOVE MOV-COD-CASO          TO CASO-COD-CASO.
           MOVE MOV-COD-COMPRA        TO CASO-COD-COMPRA.
           MOVE MOV-DATA-COMPRA       TO CASO-DATA-COMPRA.
           MOVE MOV-COD-CLIENTE       TO CASO-COD-CLIENTE.
           MOVE MOV-COD-PRODUTO       TO CASO-COD-PRODUTO.
           MOVE TAB-MOV-COD-LOJA(IDX-MOV)     TO CASO-COD-LOJA.
           MOVE TAB-MOV-COD-VENDEDOR(IDX-MOV) TO CASO-COD-VENDEDOR.
           MOVE MOV-CATEGORIA         TO CASO-CATEGORIA.
           MOVE MOV-DATA              TO CASO-DATA-ABERTURA
                                         CASO-DATA-STATUS.
           SET CASO-ABERTO            TO TRUE.
           MOVE SPACES                TO CASO-COD-RESOLUCAO.
           MOVE ZEROS                 TO CASO-DATA-RESOLUCAO.

      *MUDANCA DE STATUS, RESOLUCAO E CANCELAMENTO SO VALEM PARA
      *CASO AINDA EM ABERTO.
       024-ATUALIZAR-CASO.
           IF CASO-NAO-ENCONTRADO
              SET CASOERR-MOT-CASO-INEXISTENTE TO TRUE
              PERFORM 039-GRAVAR-CASOERR
           ELSE
              MOVE TAB-CASO-DADOS(IDX-CASO) TO WRK-CASO-REGISTRO
              IF CASO-ENCERRADO
                 SET CASOERR-MOT-CASO-ENCERRADO TO TRUE
                 PERFORM 039-GRAVAR-CASOERR
              ELSE
                 IF (MOV-MUDANCA-STATUS AND NOT MOV-STATUS-VALIDO)
                    OR (MOV-RESOLUCAO AND MOV-COD-RESOLUCAO = SPACES)
                    SET CASOERR-MOT-DADOS-INVALIDOS TO TRUE
                    PERFORM 039-GRAVAR-CASOERR
                 ELSE
                    PERFORM 037-MUDAR-CASO
                    MOVE WRK-CASO-REGISTRO TO TAB-CASO-DADOS(IDX-CASO)
                 END-IF
              END-IF
           END-IF.

       037-MUDAR-CASO.
           MOVE MOV-DATA TO CASO-DATA-STATUS.
           EVALUATE TRUE
              WHEN MOV-MUDANCA-STATUS
                 MOVE MOV-STATUS TO CASO-STATUS
                 ADD 1 TO WRK-CONT-CASOS-MUDADOS
              WHEN MOV-RESOLUCAO
                 SET CASO-RESOLVIDO TO TRUE
                 MOVE MOV-COD-RESOLUCAO TO CASO-COD-RESOLUCAO
                 MOVE MOV-DATA          TO CASO-DATA-RESOLUCAO
                 ADD 1 TO WRK-CONT-CASOS-RESOLVIDOS
              WHEN MOV-CANCELAMENTO
                 SET CASO-CANCELADO TO TRUE
                 MOVE MOV-DATA          TO CASO-DATA-RESOLUCAO
                 ADD 1 TO WRK-CONT-CASOS-CANCELADOS
           END-EVALUATE.

       039-GRAVAR-CASOERR.
           MOVE WRK-CASOMOV-REGISTRO TO CASOERR-MOVIMENTO.
           WRITE FD-CASOERR-REGISTRO FROM WRK-CASOERR-REGISTRO.
           IF WRK-FS-CASOERR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CASOERR - FS: " WRK-FS-CASOERR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CASOERR.

      *CASO ENCERRADO ANTES DO MES ANTERIOR SAI DO MESTRE (JA PASSOU
      *PELA ANALISE MENSAL). CASO EM ABERTO SAI TAMBEM NO
      *ENVELHECIMENTO.
       021-GRAVAR-CASO.
           MOVE TAB-CASO-DADOS(IDX-CASO) TO WRK-CASO-REGISTRO.
           IF CASO-ENCERRADO
              AND CASO-DATA-STATUS < WRK-DATA-CORTE
              ADD 1 TO WRK-CONT-CASOS-EXPURGADOS
           ELSE
              WRITE FD-CASOHOJE-REGISTRO FROM WRK-CASO-REGISTRO
              IF WRK-FS-CASOHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO CASOHOJE - FS: "
                         WRK-FS-CASOHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-CASOHOJE
              IF CASO-EM-ABERTO
                 PERFORM 038-ENVELHECER-CASO
              END-IF
           END-IF.

      *DIAS UTEIS DA ABERTURA ATE HOJE (DATAUTIL OPERACAO 4) CONTRA
      *O PRAZO DA CATEGORIA. CATEGORIA RETIRADA DO PARMSLA DEPOIS
      *DA ABERTURA FICA COM PRAZO ZERO (SEMPRE VENCIDO).
       038-ENVELHECER-CASO.
           MOVE CASO-DATA-ABERTURA TO WRK-DATA-DESMONTADA.
           MOVE WRK-DATA-SIS       TO WRK-DU-DATA2.
           PERFORM 025-CONTAR-DIAS-UTEIS.
           MOVE WRK-DU-QTD-DIAS    TO WRK-DIAS-ABERTO.
           IF WRK-DIAS-ABERTO < ZEROS
              MOVE ZEROS TO WRK-DIAS-ABERTO
           END-IF.

           MOVE CASO-COD-CASO      TO CAGE-COD-CASO.
           MOVE CASO-COD-COMPRA    TO CAGE-COD-COMPRA.
           MOVE CASO-CATEGORIA     TO CAGE-CATEGORIA.
           MOVE CASO-DATA-ABERTURA TO CAGE-DATA-ABERTURA.
           MOVE WRK-DIAS-ABERTO    TO CAGE-DIAS.

           MOVE CASO-CATEGORIA     TO WRK-CATEGORIA-BUSCA.
           PERFORM 081-BUSCAR-SLA.
           IF SLA-ENCONTRADO
              MOVE TAB-SLA-PRAZO-DIAS(IDX-SLA) TO CAGE-PRAZO
              ADD 1 TO TAB-SLA-QTD-ABERTOS(IDX-SLA)
           ELSE
              MOVE ZEROS TO CAGE-PRAZO
           END-IF.

           IF SLA-ENCONTRADO
              AND WRK-DIAS-ABERTO NOT > TAB-SLA-PRAZO-DIAS(IDX-SLA)
              MOVE "NO PRAZO"       TO CAGE-MARCACAO
           ELSE
              MOVE "PRAZO VENCIDO"  TO CAGE-MARCACAO
              ADD 1 TO WRK-CONT-CASOS-VENCIDOS
              IF SLA-ENCONTRADO
                 ADD 1 TO TAB-SLA-QTD-VENCIDOS(IDX-SLA)
              END-IF
           END-IF.

           WRITE FD-CASOAGE-REGISTRO FROM WRK-CASOAGE-LINHA.
           IF WRK-FS-CASOAGE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CASOAGE - FS: " WRK-FS-CASOAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CASOAGE.

       025-CONTAR-DIAS-UTEIS.
           MOVE 4            TO WRK-DU-OPERACAO.
           MOVE WRK-DESM-DIA TO WRK-DU-DIA.
           MOVE WRK-DESM-MES TO WRK-DU-MES.
           MOVE WRK-DESM-ANO TO WRK-DU-ANO.
           MOVE ZEROS        TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.

      *TOTAIS DO ENVELHECIMENTO POR CATEGORIA, NO FIM DO RELATORIO.
       022-GRAVAR-TOTAL-CATEGORIA.
           MOVE TAB-SLA-CATEGORIA(IDX-SLA)    TO CAGE-TOT-CATEGORIA.
           MOVE TAB-SLA-DESCRICAO(IDX-SLA)    TO CAGE-TOT-DESCRICAO.
           MOVE TAB-SLA-QTD-ABERTOS(IDX-SLA)  TO CAGE-TOT-ABERTOS.
           MOVE TAB-SLA-QTD-VENCIDOS(IDX-SLA) TO CAGE-TOT-VENCIDOS.
           WRITE FD-CASOAGE-REGISTRO FROM WRK-CASOAGE-TOTAL.
           IF WRK-FS-CASOAGE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CASOAGE - FS: " WRK-FS-CASOAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CASOAGE.

       080-BUSCAR-CASO.
           SET CASO-NAO-ENCONTRADO TO TRUE.
           IF WRK-TAB-CASO-QTDE > ZEROS
              SET IDX-CASO TO 1
              SEARCH TAB-CASO-REGISTRO
                  AT END
                      SET CASO-NAO-ENCONTRADO TO TRUE
                  WHEN TAB-CASO-COD-CASO(IDX-CASO) = MOV-COD-CASO
                      SET CASO-ENCONTRADO TO TRUE
              END-SEARCH
           END-IF.

       081-BUSCAR-SLA.
           SET IDX-SLA TO 1.
           SEARCH TAB-SLA-REGISTRO
               AT END
                   SET SLA-NAO-ENCONTRADO TO TRUE
               WHEN TAB-SLA-CATEGORIA(IDX-SLA) = WRK-CATEGORIA-BUSCA
                   SET SLA-ENCONTRADO TO TRUE
           END-SEARCH.

      *PRODUTO ZERADO = RECLAMACAO DA COMPRA TODA, SEM PRODUTO.
       082-BUSCAR-PRODUTO.
           SET PRODUTO-ENCONTRADO TO TRUE.
           IF MOV-COD-PRODUTO NOT = ZEROS
              MOVE MOV-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO
              READ PRODUTO INTO WRK-PRODUTO-REGISTRO
                  INVALID KEY
                      SET PRODUTO-NAO-ENCONTRADO TO TRUE
              END-READ
           END-IF.

       040-LER-PARMSLA.
           READ PARMSLA   INTO WRK-PARMSLA-REGISTRO.
           IF WRK-FS-PARMSLA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMSLA - FS: " WRK-FS-PARMSLA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-CASOANT.
           READ CASOANT   INTO WRK-CASO-REGISTRO.
           IF WRK-FS-CASOANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CASOANT - FS: " WRK-FS-CASOANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CASOANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CASOANT
           END-IF.

       042-LER-CASOMOV.
           READ CASOMOV   INTO WRK-CASOMOV-REGISTRO.
           IF WRK-FS-CASOMOV NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CASOMOV - FS: " WRK-FS-CASOMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CASOMOV = "00"
                ADD 1 TO WRK-CONT-LIDOS-CASOMOV
           END-IF.

       043-LER-COMPRA.
           READ COMPRA    INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPRA = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMPRA
           END-IF.

       044-LER-ARQCOMPRA.
           READ ARQCOMPRA INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-ARQCOMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ARQCOMPRA - FS: " WRK-FS-ARQCOMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ARQCOMPRA = "00"
                ADD 1 TO WRK-CONT-LIDOS-ARQCOMPRA
           END-IF.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CASOANT.....: "
                   WRK-CONT-LIDOS-CASOANT.
           DISPLAY "Quantidade de Registros Lidos CASOMOV.....: "
                   WRK-CONT-LIDOS-CASOMOV.
           DISPLAY "Quantidade de Registros Lidos COMPRA......: "
                   WRK-CONT-LIDOS-COMPRA.
           DISPLAY "Quantidade de Registros Lidos ARQCOMPRA...: "
                   WRK-CONT-LIDOS-ARQCOMPRA.
           DISPLAY "Quantidade de Registros Gravados CASOHOJE.: "
                   WRK-CONT-GRAVADOS-CASOHOJE.
           DISPLAY "Quantidade de Registros Gravados CASOERR..: "
                   WRK-CONT-GRAVADOS-CASOERR.
           DISPLAY "Quantidade de Registros Gravados CASOAGE..: "
                   WRK-CONT-GRAVADOS-CASOAGE.
           DISPLAY "Quantidade de Casos Abertos...............: "
                   WRK-CONT-CASOS-ABERTOS.
           DISPLAY "Quantidade de Mudancas de Status..........: "
                   WRK-CONT-CASOS-MUDADOS.
           DISPLAY "Quantidade de Casos Resolvidos............: "
                   WRK-CONT-CASOS-RESOLVIDOS.
           DISPLAY "Quantidade de Casos Cancelados............: "
                   WRK-CONT-CASOS-CANCELADOS.
           DISPLAY "Quantidade de Casos Expurgados............: "
                   WRK-CONT-CASOS-EXPURGADOS.
           DISPLAY "Quantidade de Casos com Prazo Vencido.....: "
                   WRK-CONT-CASOS-VENCIDOS.

       052-FECHAR-ARQUIVOS.
           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CASOHOJE.
           IF WRK-FS-CASOHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CASOHOJE - FS: " WRK-FS-CASOHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CASOERR.
           IF WRK-FS-CASOERR NOT = "00"
              DISPLAY "ERRO CLOSE CASOERR - FS: " WRK-FS-CASOERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CASOAGE.
           IF WRK-FS-CASOAGE NOT = "00"
              DISPLAY "ERRO CLOSE CASOAGE - FS: " WRK-FS-CASOAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX05".
           GOBACK.

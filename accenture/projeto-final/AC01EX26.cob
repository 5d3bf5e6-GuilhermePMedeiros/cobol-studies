       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX26.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX26
      *MANUTENCAO DA FILA DE SINISTROS EM INVESTIGACAO DE FRAUDE.
      *RODA TODO DIA DEPOIS DO AC00EX43 E ANTES DO AC00EX87 E
      *MANTEM, NO ESPIRITO DOS SNAPSHOTS (FRAUANT/FRAUHOJE), A
      *FILA COM UM REGISTRO POR SINISTRO ENCAMINHADO.
      *ENTRADA NA FILA: CADA SINISTRO DO FRAUNOVO (NOTA DE FRAUDE
      *NO CORTE OU ACIMA NO AC00EX43) ENTRA PENDENTE (P); O QUE JA
      *ESTA NA FILA (MESMO CLIENTE, PRODUTO E DATA) E IGNORADO,
      *PARA O RERUN NAO DUPLICAR.
      *DECISAO: O INVESTIGADOR INFORMA NO FRAULIB (OPCIONAL) A
      *LIBERACAO (L - O AC00EX87 VOLTA A REGULAR O SINISTRO) OU A
      *CONFIRMACAO DA FRAUDE (F - O AC00EX87 NEGA O SINISTRO E
      *LIBERA A RESERVA). DECISAO PARA SINISTRO FORA DA FILA, JA
      *DECIDIDO, COM CODIGO INVALIDO OU SEM INVESTIGADOR SAI NO
      *FRAUREJ COM O MOTIVO E O PROGRAMA TERMINA COM RC 4.
      *A FILA GUARDA OS PENDENTES E AS DECISOES DO MES CORRENTE E
      *DO ANTERIOR; AS DECISOES MAIS ANTIGAS SAO EXPURGADAS.
      *O FRAUREL LISTA OS PENDENTES COM A NOTA, OS INDICIOS E OS
      *DIAS DE ESPERA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *FILA DO RUN ANTERIOR (OPCIONAL NO PRIMEIRO RUN)
       SELECT FRAUANT  ASSIGN    TO FRAUANT
                      FILE STATUS    IS WRK-FS-FRAUANT.

      *SINISTROS ENCAMINHADOS HOJE PELO AC00EX43 (OPCIONAL)
       SELECT FRAUNOVO ASSIGN    TO FRAUNOVO
                      FILE STATUS    IS WRK-FS-FRAUNOVO.

      *DECISOES DOS INVESTIGADORES (OPCIONAL)
       SELECT FRAULIB  ASSIGN    TO FRAULIB
                      FILE STATUS    IS WRK-FS-FRAULIB.

      *FILA ATUALIZADA
       SELECT FRAUHOJE ASSIGN    TO FRAUHOJE
                      FILE STATUS    IS WRK-FS-FRAUHOJE.

      *DECISOES REJEITADAS
       SELECT FRAUREJ  ASSIGN    TO FRAUREJ
                      FILE STATUS    IS WRK-FS-FRAUREJ.

      *RELATORIO DOS SINISTROS PENDENTES DE INVESTIGACAO
       SELECT FRAUREL  ASSIGN    TO FRAUREL
                      FILE STATUS    IS WRK-FS-FRAUREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  FRAUANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAUANT-REGISTRO     PIC X(070).

       FD  FRAUNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAUNOVO-REGISTRO    PIC X(070).

       FD  FRAULIB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAULIB-REGISTRO     PIC X(030).

       FD  FRAUHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAUHOJE-REGISTRO    PIC X(070).

       FD  FRAUREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAUREJ-REGISTRO     PIC X(032).

       FD  FRAUREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAUREL-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-FRAUANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-FRAUNOVO       PIC X(002) VALUE SPACES.
           05 WRK-FS-FRAULIB        PIC X(002) VALUE SPACES.
           05 WRK-FS-FRAUHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-FRAUREJ        PIC X(002) VALUE SPACES.
           05 WRK-FS-FRAUREL        PIC X(002) VALUE SPACES.

      *LAYOUT DE FRAUANT/FRAUNOVO/FRAUHOJE - UM SINISTRO DA FILA,
      *COM A NOTA E OS INDICIOS (S/N) APURADOS PELO AC00EX43
       01  WRK-FRAU-REGISTRO.
           05 FRAU-CHAVE.
               07 FRAU-COD-CLIENTE     PIC 9(005).
               07 FRAU-COD-PRODUTO     PIC 9(005).
               07 FRAU-DATA            PIC 9(008).
           05 FRAU-VALOR            PIC 9(009)V99.
           05 FRAU-PONTOS           PIC 9(003).
           05 FRAU-IND-INICIO       PIC X(001).
           05 FRAU-IND-ENDOSSO      PIC X(001).
           05 FRAU-IND-OUTROS       PIC X(001).
           05 FRAU-IND-BENEF        PIC X(001).
           05 FRAU-IND-ATRASO       PIC X(001).
           05 FRAU-SITUACAO         PIC X(001).
               88 FRAU-PENDENTE        VALUE "P".
               88 FRAU-LIBERADO        VALUE "L".
               88 FRAU-FRAUDE          VALUE "F".
           05 FRAU-DATA-INCLUSAO    PIC 9(008).
           05 FRAU-DATA-DECISAO     PIC 9(008).
           05 FRAU-INVESTIGADOR     PIC X(010).
           05 FILLER                PIC X(006).

      *LAYOUT DE FRAULIB - DECISAO DO INVESTIGADOR
       01  WRK-FRAULIB-REGISTRO.
           05 FRAULIB-CHAVE.
               07 FRAULIB-COD-CLIENTE  PIC 9(005).
               07 FRAULIB-COD-PRODUTO  PIC 9(005).
               07 FRAULIB-DATA         PIC 9(008).
           05 FRAULIB-DECISAO       PIC X(001).
               88 FRAULIB-LIBERAR      VALUE "L".
               88 FRAULIB-FRAUDE       VALUE "F".
           05 FRAULIB-INVESTIGADOR  PIC X(010).
           05 FILLER                PIC X(001).

      *LAYOUT DE FRAUREJ - DECISAO REJEITADA E O MOTIVO
       01  WRK-FRAUREJ-REGISTRO.
           05 FRAUREJ-DECISAO-LIDA  PIC X(030).
           05 FRAUREJ-MOTIVO        PIC X(002).
               88 FRAUREJ-MOT-FORA-FILA     VALUE "01".
               88 FRAUREJ-MOT-JA-DECIDIDO   VALUE "02".
               88 FRAUREJ-MOT-DECISAO-INV   VALUE "03".
               88 FRAUREJ-MOT-SEM-INVEST    VALUE "04".

      *FILA EM MEMORIA
       01  WRK-TAB-FRAU-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FRAU-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-FRAU-QTDE
               INDEXED BY IDX-FRAU.
           05 TAB-FRAU-CHAVE        PIC X(018).
           05 TAB-FRAU-DADOS        PIC X(070).

      *DATAS DE APOIO
       01  WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-DATA-SIS-NUM REDEFINES WRK-DATA-SIS PIC 9(008).

      *PRIMEIRO DIA DO MES ANTERIOR - LIMITE DO EXPURGO
       01  WRK-DATA-EXPURGO.
           05 WRK-EXP-ANO           PIC 9(004).
           05 WRK-EXP-MES           PIC 9(002).
           05 WRK-EXP-DIA           PIC 9(002).

       01  WRK-DATA-EXPURGO-NUM REDEFINES WRK-DATA-EXPURGO
                                    PIC 9(008).

      *AREAS DE TRABALHO
       01  WRK-SW-NA-FILA           PIC X(001) VALUE "N".
           88 SINISTRO-NA-FILA         VALUE "S".
       01  WRK-SW-FRAULIB           PIC X(001) VALUE "N".
           88 FRAULIB-ABERTO           VALUE "S".

       01  WRK-TOTAL-PENDENTE       PIC 9(011)V99 VALUE ZEROS.

      *LINHAS DO FRAUREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-TITULO.
           05 FILLER                PIC X(040)
              VALUE "SINISTROS PENDENTES DE INVESTIGACAO -   ".
           05 FILLER                PIC X(008) VALUE "POSICAO ".
           05 TIT-DATA              PIC 9(008).
           05 FILLER                PIC X(024) VALUE SPACES.

       01  WRK-LINHA-LEGENDA.
           05 FILLER                PIC X(040)
              VALUE "INDICIOS: I=INICIO E=ENDOSSO O=OUTROS PR".
           05 FILLER                PIC X(040)
              VALUE "ODUTOS B=BENEFICIARIO A=ATRASO          ".

       01  WRK-LINHA-CABECALHO.
           05 FILLER                PIC X(040)
              VALUE "CLI.   PROD.  SINISTRO           VALOR  ".
           05 FILLER                PIC X(040)
              VALUE "PTS  I E O B A  INCLUSAO  DIAS          ".

       01  WRK-LINHA-DETALHE.
           05 LDET-COD-CLIENTE      PIC 9(005).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-COD-PRODUTO      PIC 9(005).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-DATA             PIC 9(008).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-VALOR            PIC ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-PONTOS           PIC ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-IND-INICIO       PIC X(001).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LDET-IND-ENDOSSO      PIC X(001).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LDET-IND-OUTROS       PIC X(001).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LDET-IND-BENEF        PIC X(001).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LDET-IND-ATRASO       PIC X(001).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-DATA-INCLUSAO    PIC 9(008).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LDET-DIAS-ESPERA      PIC ZZZ9.
           05 FILLER                PIC X(010) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 FILLER                PIC X(024)
              VALUE "TOTAL PENDENTE: ".
           05 LTOT-QTDE             PIC ZZZZ9.
           05 FILLER                PIC X(011) VALUE " SINISTROS ".
           05 LTOT-VALOR            PIC ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(022) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-FRAUANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXPURGADOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FRAUNOVO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-INCLUIDOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-JA-NA-FILA         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FRAULIB      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIBERADOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FRAUDES            PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REJEITADOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PENDENTES          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS           PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX26-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-APLICAR-DECISAO
             UNTIL WRK-FS-FRAULIB = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX26 INICIADO - FILA DE FRAUDE"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 030-MONTAR-DATA-EXPURGO.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-FRAUANT.
           PERFORM 014-CARREGAR-FRAUNOVO.
           PERFORM 015-ABRIR-FRAULIB.

       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   FRAUHOJE.
           IF WRK-FS-FRAUHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA FRAUHOJE - FS: "
                      WRK-FS-FRAUHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FRAUREJ.
           IF WRK-FS-FRAUREJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA FRAUREJ - FS: " WRK-FS-FRAUREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FRAUREL.
           IF WRK-FS-FRAUREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA FRAUREL - FS: " WRK-FS-FRAUREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *NO PRIMEIRO RUN NAO HA FRAUANT E A FILA NASCE VAZIA. NA
      *CARGA SAEM AS DECISOES ANTERIORES AO MES PASSADO; O
      *PENDENTE FICA NA FILA ATE SER DECIDIDO.
       013-CARREGAR-FRAUANT.
           OPEN INPUT   FRAUANT.
           IF WRK-FS-FRAUANT NOT = "35"
              IF WRK-FS-FRAUANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FRAUANT - FS: "
                         WRK-FS-FRAUANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 041-LER-FRAUANT
              PERFORM 031-MOVER-DADOS-TAB-FRAU
                UNTIL WRK-FS-FRAUANT = "10"
              CLOSE FRAUANT
           END-IF.

       031-MOVER-DADOS-TAB-FRAU.
           ADD 1 TO WRK-CONT-LIDOS-FRAUANT.
           IF NOT FRAU-PENDENTE
              AND FRAU-DATA-DECISAO < WRK-DATA-EXPURGO-NUM
              ADD 1 TO WRK-CONT-EXPURGADOS
           ELSE
              PERFORM 033-INCLUIR-TAB-FRAU
           END-IF.
           PERFORM 041-LER-FRAUANT.

       014-CARREGAR-FRAUNOVO.
           OPEN INPUT   FRAUNOVO.
           IF WRK-FS-FRAUNOVO NOT = "35"
              IF WRK-FS-FRAUNOVO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FRAUNOVO - FS: "
                         WRK-FS-FRAUNOVO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-FRAUNOVO
              PERFORM 032-INCLUIR-NOVO
                UNTIL WRK-FS-FRAUNOVO = "10"
              CLOSE FRAUNOVO
           END-IF.

      *O SINISTRO JA NA FILA (RERUN DO AC00EX43) NAO E INCLUIDO
      *DE NOVO, PARA NAO PERDER A DECISAO JA TOMADA.
       032-INCLUIR-NOVO.
           ADD 1 TO WRK-CONT-LIDOS-FRAUNOVO.
           PERFORM 034-BUSCAR-NA-FILA.
           IF SINISTRO-NA-FILA
              ADD 1 TO WRK-CONT-JA-NA-FILA
           ELSE
              SET FRAU-PENDENTE TO TRUE
              MOVE ZEROS  TO FRAU-DATA-DECISAO
              MOVE SPACES TO FRAU-INVESTIGADOR
              PERFORM 033-INCLUIR-TAB-FRAU
              ADD 1 TO WRK-CONT-INCLUIDOS
           END-IF.
           PERFORM 042-LER-FRAUNOVO.

       033-INCLUIR-TAB-FRAU.
           IF WRK-TAB-FRAU-QTDE NOT < 5000
              DISPLAY "TABELA DA FILA DE FRAUDE EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-FRAU-QTDE.
           MOVE FRAU-CHAVE        TO TAB-FRAU-CHAVE(WRK-TAB-FRAU-QTDE).
           MOVE WRK-FRAU-REGISTRO TO TAB-FRAU-DADOS(WRK-TAB-FRAU-QTDE).

       034-BUSCAR-NA-FILA.
           MOVE "N" TO WRK-SW-NA-FILA.
           SET IDX-FRAU TO 1.
           SEARCH TAB-FRAU-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FRAU-CHAVE(IDX-FRAU) = FRAU-CHAVE
                   SET SINISTRO-NA-FILA TO TRUE
           END-SEARCH.

       015-ABRIR-FRAULIB.
           OPEN INPUT   FRAULIB.
           IF WRK-FS-FRAULIB = "35"
              MOVE "10" TO WRK-FS-FRAULIB
           ELSE
              IF WRK-FS-FRAULIB NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FRAULIB - FS: "
                         WRK-FS-FRAULIB
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET FRAULIB-ABERTO TO TRUE
              PERFORM 043-LER-FRAULIB
           END-IF.

      *SO O SINISTRO PENDENTE NA FILA ACEITA DECISAO: L LIBERA
      *PARA O PAGAMENTO, F CONFIRMA A FRAUDE.
       020-APLICAR-DECISAO.
           ADD 1 TO WRK-CONT-LIDOS-FRAULIB.
           MOVE SPACES TO FRAUREJ-MOTIVO.
           IF NOT FRAULIB-LIBERAR AND NOT FRAULIB-FRAUDE
              SET FRAUREJ-MOT-DECISAO-INV TO TRUE
           ELSE
              IF FRAULIB-INVESTIGADOR = SPACES
                 SET FRAUREJ-MOT-SEM-INVEST TO TRUE
              ELSE
                 MOVE FRAULIB-CHAVE TO FRAU-CHAVE
                 PERFORM 034-BUSCAR-NA-FILA
                 IF NOT SINISTRO-NA-FILA
                    SET FRAUREJ-MOT-FORA-FILA TO TRUE
                 ELSE
                    MOVE TAB-FRAU-DADOS(IDX-FRAU)
                      TO WRK-FRAU-REGISTRO
                    IF NOT FRAU-PENDENTE
                       SET FRAUREJ-MOT-JA-DECIDIDO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF FRAUREJ-MOTIVO NOT = SPACES
              PERFORM 049-GRAVAR-FRAUREJ
           ELSE
              PERFORM 021-REGISTRAR-DECISAO
           END-IF.
           PERFORM 043-LER-FRAULIB.

       021-REGISTRAR-DECISAO.
           MOVE FRAULIB-DECISAO      TO FRAU-SITUACAO.
           MOVE WRK-DATA-SIS-NUM     TO FRAU-DATA-DECISAO.
           MOVE FRAULIB-INVESTIGADOR TO FRAU-INVESTIGADOR.
           MOVE WRK-FRAU-REGISTRO    TO TAB-FRAU-DADOS(IDX-FRAU).
           IF FRAU-LIBERADO
              ADD 1 TO WRK-CONT-LIBERADOS
           ELSE
              ADD 1 TO WRK-CONT-FRAUDES
           END-IF.

      *DO PRIMEIRO DIA DO MES ANTERIOR EM DIANTE AS DECISOES
      *FICAM NA FILA.
       030-MONTAR-DATA-EXPURGO.
           MOVE WRK-SIS-ANO TO WRK-EXP-ANO.
           IF WRK-SIS-MES = 01
              SUBTRACT 1 FROM WRK-EXP-ANO
              MOVE 12 TO WRK-EXP-MES
           ELSE
              SUBTRACT 1 FROM WRK-SIS-MES GIVING WRK-EXP-MES
           END-IF.
           MOVE 01 TO WRK-EXP-DIA.

       035-IMPRIMIR-PENDENTE.
           MOVE TAB-FRAU-DADOS(IDX-FRAU) TO WRK-FRAU-REGISTRO.
           IF FRAU-PENDENTE
              MOVE FRAU-COD-CLIENTE   TO LDET-COD-CLIENTE
              MOVE FRAU-COD-PRODUTO   TO LDET-COD-PRODUTO
              MOVE FRAU-DATA          TO LDET-DATA
              MOVE FRAU-VALOR         TO LDET-VALOR
              MOVE FRAU-PONTOS        TO LDET-PONTOS
              MOVE FRAU-IND-INICIO    TO LDET-IND-INICIO
              MOVE FRAU-IND-ENDOSSO   TO LDET-IND-ENDOSSO
              MOVE FRAU-IND-OUTROS    TO LDET-IND-OUTROS
              MOVE FRAU-IND-BENEF     TO LDET-IND-BENEF
              MOVE FRAU-IND-ATRASO    TO LDET-IND-ATRASO
              MOVE FRAU-DATA-INCLUSAO TO LDET-DATA-INCLUSAO
              COMPUTE LDET-DIAS-ESPERA =
                  FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS-NUM)
                - FUNCTION INTEGER-OF-DATE(FRAU-DATA-INCLUSAO)
              MOVE WRK-LINHA-DETALHE  TO FD-FRAUREL-REGISTRO
              PERFORM 047-GRAVAR-FRAUREL
              ADD 1          TO WRK-CONT-PENDENTES
              ADD FRAU-VALOR TO WRK-TOTAL-PENDENTE
           END-IF.

       041-LER-FRAUANT.
           READ FRAUANT INTO WRK-FRAU-REGISTRO.
           IF WRK-FS-FRAUANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRAUANT - FS: " WRK-FS-FRAUANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-FRAUNOVO.
           READ FRAUNOVO INTO WRK-FRAU-REGISTRO.
           IF WRK-FS-FRAUNOVO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRAUNOVO - FS: " WRK-FS-FRAUNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-FRAULIB.
           READ FRAULIB INTO WRK-FRAULIB-REGISTRO.
           IF WRK-FS-FRAULIB NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRAULIB - FS: " WRK-FS-FRAULIB
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-GRAVAR-FRAUREL.
           WRITE FD-FRAUREL-REGISTRO.
           IF WRK-FS-FRAUREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FRAUREL - FS: " WRK-FS-FRAUREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-GRAVAR-FRAUHOJE.
           WRITE FD-FRAUHOJE-REGISTRO FROM TAB-FRAU-DADOS(IDX-FRAU).
           IF WRK-FS-FRAUHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FRAUHOJE - FS: "
                      WRK-FS-FRAUHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS.

       049-GRAVAR-FRAUREJ.
           MOVE WRK-FRAULIB-REGISTRO TO FRAUREJ-DECISAO-LIDA.
           WRITE FD-FRAUREJ-REGISTRO FROM WRK-FRAUREJ-REGISTRO.
           IF WRK-FS-FRAUREJ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FRAUREJ - FS: " WRK-FS-FRAUREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-REJEITADOS.

       050-FINALIZAR.
           PERFORM 048-GRAVAR-FRAUHOJE
             VARYING IDX-FRAU FROM 1 BY 1
               UNTIL IDX-FRAU > WRK-TAB-FRAU-QTDE.
           MOVE WRK-DATA-SIS-NUM    TO TIT-DATA.
           MOVE WRK-LINHA-TITULO    TO FD-FRAUREL-REGISTRO.
           PERFORM 047-GRAVAR-FRAUREL.
           MOVE WRK-LINHA-LEGENDA   TO FD-FRAUREL-REGISTRO.
           PERFORM 047-GRAVAR-FRAUREL.
           MOVE WRK-LINHA-TRACO     TO FD-FRAUREL-REGISTRO.
           PERFORM 047-GRAVAR-FRAUREL.
           MOVE WRK-LINHA-CABECALHO TO FD-FRAUREL-REGISTRO.
           PERFORM 047-GRAVAR-FRAUREL.
           PERFORM 035-IMPRIMIR-PENDENTE
             VARYING IDX-FRAU FROM 1 BY 1
               UNTIL IDX-FRAU > WRK-TAB-FRAU-QTDE.
           MOVE WRK-LINHA-TRACO     TO FD-FRAUREL-REGISTRO.
           PERFORM 047-GRAVAR-FRAUREL.
           MOVE WRK-CONT-PENDENTES  TO LTOT-QTDE.
           MOVE WRK-TOTAL-PENDENTE  TO LTOT-VALOR.
           MOVE WRK-LINHA-TOTAL     TO FD-FRAUREL-REGISTRO.
           PERFORM 047-GRAVAR-FRAUREL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-REJEITADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos FRAUANT.....: "
                   WRK-CONT-LIDOS-FRAUANT.
           DISPLAY "Quantidade de Decisoes Expurgadas.........: "
                   WRK-CONT-EXPURGADOS.
           DISPLAY "Quantidade de Registros Lidos FRAUNOVO....: "
                   WRK-CONT-LIDOS-FRAUNOVO.
           DISPLAY "Quantidade de Sinistros Incluidos na Fila.: "
                   WRK-CONT-INCLUIDOS.
           DISPLAY "Quantidade de Sinistros ja na Fila........: "
                   WRK-CONT-JA-NA-FILA.
           DISPLAY "Quantidade de Registros Lidos FRAULIB.....: "
                   WRK-CONT-LIDOS-FRAULIB.
           DISPLAY "Quantidade de Sinistros Liberados.........: "
                   WRK-CONT-LIBERADOS.
           DISPLAY "Quantidade de Fraudes Confirmadas.........: "
                   WRK-CONT-FRAUDES.
           DISPLAY "Quantidade de Decisoes Rejeitadas.........: "
                   WRK-CONT-REJEITADOS.
           DISPLAY "Quantidade de Sinistros Pendentes.........: "
                   WRK-CONT-PENDENTES.
           DISPLAY "Quantidade de Registros Gravados FRAUHOJE.: "
                   WRK-CONT-GRAVADOS.

       052-FECHAR-ARQUIVOS.
           IF FRAULIB-ABERTO
              CLOSE FRAULIB
           END-IF.

           CLOSE FRAUHOJE.
           IF WRK-FS-FRAUHOJE NOT = "00"
              DISPLAY "ERRO CLOSE FRAUHOJE - FS: " WRK-FS-FRAUHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FRAUREJ.
           IF WRK-FS-FRAUREJ NOT = "00"
              DISPLAY "ERRO CLOSE FRAUREJ - FS: " WRK-FS-FRAUREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FRAUREL.
           IF WRK-FS-FRAUREL NOT = "00"
              DISPLAY "ERRO CLOSE FRAUREL - FS: " WRK-FS-FRAUREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX26".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX04.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX04
      *CARTEIRA DE GARANTIAS ESTENDIDAS VENDIDAS NO CAIXA. RODA
      *DIARIAMENTE APOS O AC00EX10 E O AC00EX13 E ANTES DO
      *AC00EX42. MANTIDA NO ESPIRITO DOS SNAPSHOTS (GARANT/
      *GARHOJE): A CARTEIRA DO CICLO ANTERIOR PASSA PARA A DE HOJE
      *SEM AS GARANTIAS JA VENCIDAS, E AS GARANTIAS VENDIDAS NO
      *DIA (GARVENDA DO AC00EX10) ENTRAM COM A COBERTURA CONTADA A
      *PARTIR DO FIM DA GARANTIA DE FABRICA. AS NOTAS DE CREDITO
      *DO DIA (NOTACRED DO AC00EX13) DA PROPRIA GARANTIA OU DO
      *APARELHO COBERTO CANCELAM A GARANTIA (GARCANC). CADA
      *GARANTIA ATIVA SAI TAMBEM COMO TITULAR NO LAYOUT DO CLISEGU
      *(GARSEGU), PARA SER LIDA PELO AC00EX42 E PELO SINISTRO
      *(AC00EX43/AC00EX87) JUNTO COM O CLISEGU; A GARANTIA NOVA
      *SAI NO APOLGAR COM AS DATAS DA APOLICE (EFETIVA NA DATA DA
      *COMPRA, VENCIMENTO NO FIM DA COBERTURA) E PREMIO ZERO, POIS
      *O PREMIO JA FOI PAGO NO CAIXA. A GARANTIA CANCELADA SAI DO
      *GARSEGU E O AC00EX42 ENCERRA A APOLICE.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CARTEIRA DO CICLO ANTERIOR (SEM ELA, PRIMEIRA EXECUCAO)
       SELECT GARANT   ASSIGN    TO GARANT
                      FILE STATUS    IS WRK-FS-GARANT.

      *GARANTIAS VENDIDAS NO DIA, GRAVADAS PELO AC00EX10
       SELECT GARVENDA ASSIGN    TO GARVENDA
                      FILE STATUS    IS WRK-FS-GARVENDA.

      *NOTAS DE CREDITO DO DIA GRAVADAS PELO AC00EX13
      *(OPCIONAL - SEM ELAS, NENHUMA GARANTIA E CANCELADA)
       SELECT NOTACRED ASSIGN    TO NOTACRED
                      FILE STATUS    IS WRK-FS-NOTACRED.

       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *CARTEIRA ATUALIZADA
       SELECT GARHOJE  ASSIGN    TO GARHOJE
                      FILE STATUS    IS WRK-FS-GARHOJE.

      *TITULARES DAS GARANTIAS ATIVAS NO LAYOUT DO CLISEGU
       SELECT GARSEGU  ASSIGN    TO GARSEGU
                      FILE STATUS    IS WRK-FS-GARSEGU.

      *APOLICES DAS GARANTIAS NOVAS, PARA O AC00EX42
       SELECT APOLGAR  ASSIGN    TO APOLGAR
                      FILE STATUS    IS WRK-FS-APOLGAR.

      *GARANTIAS CANCELADAS PELA DEVOLUCAO
       SELECT GARCANC  ASSIGN    TO GARCANC
                      FILE STATUS    IS WRK-FS-GARCANC.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  GARANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GARANT-REGISTRO      PIC X(080).

       FD  GARVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GARVENDA-REGISTRO    PIC X(060).

       FD  NOTACRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NOTACRED-REGISTRO    PIC X(059).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                PIC X(021).

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  GARHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GARHOJE-REGISTRO     PIC X(080).

       FD  GARSEGU
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GARSEGU-REGISTRO     PIC X(104).

       FD  APOLGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLGAR-REGISTRO     PIC X(042).

       FD  GARCANC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GARCANC-REGISTRO     PIC X(041).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-GARANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-GARVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-NOTACRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-GARHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-GARSEGU        PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-GARCANC        PIC X(002) VALUE SPACES.

      *LAYOUT DA CARTEIRA DE GARANTIAS (GARANT/GARHOJE) - UMA
      *GARANTIA POR LINHA VENDIDA, COM A QUANTIDADE AINDA ATIVA E O
      *PERIODO DE COBERTURA (DO FIM DA GARANTIA DE FABRICA AO FIM
      *DA GARANTIA ESTENDIDA)
       01  WRK-GARANT-REGISTRO.
           05 GAR-COD-COMPRA        PIC 9(005).
           05 GAR-DATA-COMPRA       PIC 9(008).
           05 GAR-COD-LOJA          PIC 9(003).
           05 GAR-COD-CLIENTE       PIC 9(003).
           05 GAR-COD-GARANTIA      PIC 9(005).
           05 GAR-COD-ITEM          PIC 9(005).
           05 GAR-NOME-ITEM         PIC X(010).
           05 GAR-QUANTIDADE        PIC 9(003).
           05 GAR-VALOR-ITEM        PIC 9(009)V99.
           05 GAR-VALOR-PREMIO      PIC 9(009)V99.
           05 GAR-DATA-INICIO       PIC 9(008).
           05 GAR-DATA-FIM          PIC 9(008).

      *LAYOUT DE GARVENDA - MESMO GRAVADO PELO AC00EX10
       01  WRK-GARVENDA-REGISTRO.
           05 GARVENDA-COD-COMPRA     PIC  9(005).
           05 GARVENDA-COD-CLIENTE    PIC  9(003).
           05 GARVENDA-DATA           PIC  9(008).
           05 GARVENDA-COD-LOJA       PIC  9(003).
           05 GARVENDA-COD-GARANTIA   PIC  9(005).
           05 GARVENDA-COD-ITEM       PIC  9(005).
           05 GARVENDA-QUANTIDADE     PIC  9(003).
           05 GARVENDA-VALOR-ITEM     PIC  9(009)V99.
           05 GARVENDA-VALOR-PREMIO   PIC  9(009)V99.
           05 GARVENDA-MESES-FABRICA  PIC  9(003).
           05 GARVENDA-MESES-COBERTURA PIC 9(003).

      *LAYOUT DE NOTACRED - MESMO GRAVADO PELO AC00EX13
       01  WRK-NOTACRED-REGISTRO.
           05 NOTACRED-COD-COMPRA     PIC  9(005).
           05 NOTACRED-COD-CLIENTE    PIC  9(003).
           05 NOTACRED-NOME-PRODUTO   PIC  X(010).
           05 NOTACRED-TIPO-PAGTO     PIC  X(008).
           05 NOTACRED-QUANTIDADE     PIC  9(003).
           05 NOTACRED-VALOR-BRUTO    PIC  9(009)V99.
           05 NOTACRED-VALOR-LIQUIDO  PIC  9(009)V99.
           05 NOTACRED-DATA-COMPRA    PIC  9(008).

      *LAYOUT DE PRODUTO
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO   PIC  9(005).
           05 PRODUTO-NOME          PIC  X(010).
           05 PRODUTO-VALOR         PIC  9(009)V99.

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE GARSEGU - MESMO DO CLISEGU GERADO PELO AC00EX08,
      *COM O APARELHO COBERTO COMO PRODUTO E O VALOR DELE NAS
      *UNIDADES ATIVAS COMO VALOR SEGURADO
       01  WRK-GARSEGU-REGISTRO.
           05 GARSEGU-COD-CLIENTE   PIC 9(005).
           05 GARSEGU-NOME-CLIENTE  PIC X(040).
           05 GARSEGU-COD-PRODUTO   PIC 9(005).
           05 GARSEGU-NOME-PRODUTO.
               10 FILLER            PIC X(019)
                                    VALUE "GARANTIA ESTENDIDA ".
               10 GARSEGU-NOME-ITEM PIC X(010).
               10 FILLER            PIC X(011) VALUE SPACES.
           05 GARSEGU-VALOR-PRODUTO PIC S9(009)V99.
           05 GARSEGU-QTD-PRODUTOS  PIC 9(003).

      *LAYOUT DE APOLGAR - MESMO DO MESTRE DE APOLICES DO AC00EX42
       01  WRK-APOLGAR-REGISTRO.
           05 APOLGAR-COD-CLIENTE   PIC 9(005).
           05 APOLGAR-COD-PRODUTO   PIC 9(005).
           05 APOLGAR-DATA-EFETIVA  PIC 9(008).
           05 APOLGAR-DATA-VENCTO   PIC 9(008).
           05 APOLGAR-PREMIO        PIC S9(009)V99.
           05 APOLGAR-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE GARCANC - GARANTIA CANCELADA (TOTAL OU EM PARTE)
      *PELA DEVOLUCAO DA GARANTIA OU DO APARELHO
       01  WRK-GARCANC-REGISTRO.
           05 GARCANC-COD-COMPRA    PIC 9(005).
           05 GARCANC-DATA-COMPRA   PIC 9(008).
           05 GARCANC-COD-CLIENTE   PIC 9(003).
           05 GARCANC-COD-GARANTIA  PIC 9(005).
           05 GARCANC-COD-ITEM      PIC 9(005).
           05 GARCANC-QUANTIDADE    PIC 9(003).
           05 GARCANC-VALOR-PREMIO  PIC 9(009)V99.
           05 GARCANC-MOTIVO        PIC X(001).
               88 GARCANC-MOT-GARANTIA-DEVOLVIDA VALUE "G".
               88 GARCANC-MOT-ITEM-DEVOLVIDO     VALUE "I".

      *GARANTIAS VENDIDAS NO DIA EM MEMORIA, COM OS NOMES DA
      *GARANTIA E DO APARELHO PARA CASAR AS NOTAS DE CREDITO E AS
      *QUANTIDADES DEVOLVIDAS DE CADA UM
       01  WRK-TAB-NOVA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-NOVA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-NOVA-QTDE
               INDEXED BY IDX-NOVA.
           05 TAB-NOVA-VENDA        PIC X(060).
           05 TAB-NOVA-COD-COMPRA   PIC 9(005).
           05 TAB-NOVA-DATA         PIC 9(008).
           05 TAB-NOVA-NOME-GARANTIA PIC X(010).
           05 TAB-NOVA-NOME-ITEM    PIC X(010).
           05 TAB-NOVA-DEV-GARANTIA PIC 9(005).
           05 TAB-NOVA-DEV-ITEM     PIC 9(005).

      *SITUACAO DA CARTEIRA DO CICLO ANTERIOR
       01  WRK-SW-GARANT            PIC 9(001) VALUE ZEROS.
           88 GARANT-PRESENTE          VALUE 0.
           88 GARANT-AUSENTE           VALUE 1.

      *APOIO AO CANCELAMENTO DA GARANTIA NOVA
       01  WRK-QTD-DEVOLVIDA        PIC 9(005) VALUE ZEROS.
       01  WRK-QTD-ATIVA            PIC 9(003) VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

      *SOMA DE MESES A UMA DATA, COM O DIA LIMITADO AO ULTIMO DIA
      *DO MES DE DESTINO (31/01 + 1 MES = 28/02 OU 29/02)
       01  WRK-DATA-BASE.
           05 WRK-BASE-ANO          PIC 9(004).
           05 WRK-BASE-MES          PIC 9(002).
           05 WRK-BASE-DIA          PIC 9(002).

       01  WRK-DATA-BASE-NUM REDEFINES WRK-DATA-BASE PIC 9(008).

       01  WRK-DATA-RESULT.
           05 WRK-RESULT-ANO        PIC 9(004).
           05 WRK-RESULT-MES        PIC 9(002).
           05 WRK-RESULT-DIA        PIC 9(002).

       01  WRK-DATA-RESULT-NUM REDEFINES WRK-DATA-RESULT
                                    PIC 9(008).

       01  WRK-QTD-MESES            PIC 9(003) VALUE ZEROS.
       01  WRK-TOTAL-MESES          PIC 9(006) VALUE ZEROS.
       01  WRK-RESTO-MES            PIC 9(002) VALUE ZEROS.
       01  WRK-ULTIMO-DIA           PIC 9(002) VALUE ZEROS.
       01  WRK-QUOCIENTE            PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-4              PIC 9(003) VALUE ZEROS.
       01  WRK-RESTO-100            PIC 9(003) VALUE ZEROS.
       01  WRK-RESTO-400            PIC 9(003) VALUE ZEROS.

       01  WRK-DIAS-MES-VALORES     PIC X(024)
                              VALUE "312831303130313130313031".

       01  WRK-DIAS-MES REDEFINES WRK-DIAS-MES-VALORES.
           05 WRK-DIAS-NO-MES       PIC 9(002) OCCURS 12 TIMES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-GARANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-GARVENDA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-NOTACRED     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-GARHOJE   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-GARSEGU   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-APOLGAR   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-GARCANC   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GAR-MANTIDAS       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GAR-VENCIDAS       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GAR-NOVAS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GAR-CANCELADAS     PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX04-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-GARANT = "10".
           PERFORM 021-INCLUIR-GARANTIA-NOVA
             VARYING IDX-NOVA FROM 1 BY 1
               UNTIL IDX-NOVA > WRK-TAB-NOVA-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX04 INICIADO - GARANTIA ESTENDIDA"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-GARVENDA.
           PERFORM 014-APURAR-DEVOLUCOES.
           PERFORM 015-ABRIR-GARANT.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   GARHOJE.
           IF WRK-FS-GARHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA GARHOJE - FS: " WRK-FS-GARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   GARSEGU.
           IF WRK-FS-GARSEGU NOT = ZEROS
              DISPLAY "ERRO ABERTURA GARSEGU - FS: " WRK-FS-GARSEGU
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   APOLGAR.
           IF WRK-FS-APOLGAR NOT = ZEROS
              DISPLAY "ERRO ABERTURA APOLGAR - FS: " WRK-FS-APOLGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   GARCANC.
           IF WRK-FS-GARCANC NOT = ZEROS
              DISPLAY "ERRO ABERTURA GARCANC - FS: " WRK-FS-GARCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA AS GARANTIAS VENDIDAS NO DIA, COM OS NOMES DA
      *GARANTIA E DO APARELHO (A NOTA DE CREDITO TRAZ O NOME, NAO O
      *CODIGO DO PRODUTO).
       013-CARREGAR-GARVENDA.
           OPEN INPUT   GARVENDA.
           IF WRK-FS-GARVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA GARVENDA - FS: " WRK-FS-GARVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 043-LER-GARVENDA.
           PERFORM 030-GUARDAR-GARVENDA
             UNTIL WRK-FS-GARVENDA = "10".

           CLOSE GARVENDA.
           IF WRK-FS-GARVENDA NOT = "00"
              DISPLAY "ERRO CLOSE GARVENDA - FS: " WRK-FS-GARVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       030-GUARDAR-GARVENDA.
           IF WRK-TAB-NOVA-QTDE = 999
              DISPLAY "MAIS DE 999 GARANTIAS VENDIDAS NO DIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-NOVA-QTDE.
           SET IDX-NOVA TO WRK-TAB-NOVA-QTDE.
           MOVE WRK-GARVENDA-REGISTRO TO TAB-NOVA-VENDA(IDX-NOVA).
           MOVE GARVENDA-COD-COMPRA   TO TAB-NOVA-COD-COMPRA(IDX-NOVA).
           MOVE GARVENDA-DATA         TO TAB-NOVA-DATA(IDX-NOVA).
           MOVE ZEROS TO TAB-NOVA-DEV-GARANTIA(IDX-NOVA)
                         TAB-NOVA-DEV-ITEM(IDX-NOVA).

           MOVE GARVENDA-COD-GARANTIA TO FD-PRODUTO-COD-PRODUTO.
           PERFORM 080-BUSCAR-PRODUTO.
           MOVE PRODUTO-NOME TO TAB-NOVA-NOME-GARANTIA(IDX-NOVA).

           MOVE GARVENDA-COD-ITEM     TO FD-PRODUTO-COD-PRODUTO.
           PERFORM 080-BUSCAR-PRODUTO.
           MOVE PRODUTO-NOME TO TAB-NOVA-NOME-ITEM(IDX-NOVA).

           PERFORM 043-LER-GARVENDA.

      *ABATE AS DEVOLUCOES DO DIA. SEM O ARQUIVO, NENHUMA GARANTIA
      *E CANCELADA.
       014-APURAR-DEVOLUCOES.
           OPEN INPUT   NOTACRED.
           IF WRK-FS-NOTACRED = "35"
              DISPLAY "ARQUIVO NOTACRED NAO ENCONTRADO - DEVOLUCOES "
                      "NAO ABATIDAS"
           ELSE
              IF WRK-FS-NOTACRED NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NOTACRED - FS: "
                         WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 045-LER-NOTACRED
              PERFORM 031-TRATAR-NOTACRED
                UNTIL WRK-FS-NOTACRED = "10"

              CLOSE NOTACRED
              IF WRK-FS-NOTACRED NOT = "00"
                 DISPLAY "ERRO CLOSE NOTACRED - FS: " WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-TRATAR-NOTACRED.
           PERFORM 032-ABATER-NOTACRED
             VARYING IDX-NOVA FROM 1 BY 1
               UNTIL IDX-NOVA > WRK-TAB-NOVA-QTDE.
           PERFORM 045-LER-NOTACRED.

      *A NOTA DE CREDITO E CASADA PELA COMPRA, PELA DATA DA COMPRA
      *E PELO NOME DA GARANTIA OU DO APARELHO COBERTO. AS DUAS
      *DEVOLUCOES SAO SOMADAS EM SEPARADO - DEVOLVER O APARELHO E A
      *GARANTIA DELE NAO CANCELA DUAS VEZES A MESMA UNIDADE.
       032-ABATER-NOTACRED.
           IF TAB-NOVA-COD-COMPRA(IDX-NOVA) = NOTACRED-COD-COMPRA
              AND TAB-NOVA-DATA(IDX-NOVA) = NOTACRED-DATA-COMPRA
              IF NOTACRED-NOME-PRODUTO =
                 TAB-NOVA-NOME-GARANTIA(IDX-NOVA)
                 ADD NOTACRED-QUANTIDADE
                  TO TAB-NOVA-DEV-GARANTIA(IDX-NOVA)
              ELSE
                 IF NOTACRED-NOME-PRODUTO =
                    TAB-NOVA-NOME-ITEM(IDX-NOVA)
                    ADD NOTACRED-QUANTIDADE
                     TO TAB-NOVA-DEV-ITEM(IDX-NOVA)
                 END-IF
              END-IF
           END-IF.

      *    SEM CARTEIRA DE CICLO ANTERIOR, SO ENTRAM AS GARANTIAS DO
      *    DIA (PRIMEIRA EXECUCAO).
       015-ABRIR-GARANT.
           OPEN INPUT   GARANT.
           IF WRK-FS-GARANT = "35"
              SET GARANT-AUSENTE TO TRUE
              MOVE "10" TO WRK-FS-GARANT
              DISPLAY "ARQUIVO GARANT NAO ENCONTRADO - PRIMEIRA "
                      "EXECUCAO"
           ELSE
              IF WRK-FS-GARANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA GARANT - FS: " WRK-FS-GARANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 041-LER-GARANT
           END-IF.

      *GARANTIA DO CICLO ANTERIOR COM A COBERTURA JA ENCERRADA SAI
      *DA CARTEIRA (O AC00EX42 POE A APOLICE EM LAPSO PELO
      *VENCIMENTO); AS DEMAIS SEGUEM, COM O TITULAR NO GARSEGU.
       020-PROCESSAR.
           IF GAR-DATA-FIM < WRK-DATA-SIS
              ADD 1 TO WRK-CONT-GAR-VENCIDAS
           ELSE
              PERFORM 034-GRAVAR-GARANTIA-ATIVA
              ADD 1 TO WRK-CONT-GAR-MANTIDAS
           END-IF.
           PERFORM 041-LER-GARANT.

      *GARANTIA VENDIDA NO DIA: A PARTE DEVOLVIDA SAI NO GARCANC E
      *O RESTANTE ENTRA NA CARTEIRA, COM A APOLICE NO APOLGAR.
       021-INCLUIR-GARANTIA-NOVA.
           MOVE TAB-NOVA-VENDA(IDX-NOVA) TO WRK-GARVENDA-REGISTRO.
           IF TAB-NOVA-DEV-GARANTIA(IDX-NOVA) >
              TAB-NOVA-DEV-ITEM(IDX-NOVA)
              MOVE TAB-NOVA-DEV-GARANTIA(IDX-NOVA)
                TO WRK-QTD-DEVOLVIDA
              SET GARCANC-MOT-GARANTIA-DEVOLVIDA TO TRUE
           ELSE
              MOVE TAB-NOVA-DEV-ITEM(IDX-NOVA) TO WRK-QTD-DEVOLVIDA
              SET GARCANC-MOT-ITEM-DEVOLVIDO TO TRUE
           END-IF.
           IF WRK-QTD-DEVOLVIDA > GARVENDA-QUANTIDADE
              MOVE GARVENDA-QUANTIDADE TO WRK-QTD-DEVOLVIDA
           END-IF.
           COMPUTE WRK-QTD-ATIVA =
                   GARVENDA-QUANTIDADE - WRK-QTD-DEVOLVIDA.

           IF WRK-QTD-DEVOLVIDA > ZEROS
              PERFORM 036-GRAVAR-GARCANC
           END-IF.

           IF WRK-QTD-ATIVA > ZEROS
              PERFORM 035-MONTAR-GARANTIA-NOVA
              PERFORM 034-GRAVAR-GARANTIA-ATIVA
              PERFORM 037-GRAVAR-APOLGAR
              ADD 1 TO WRK-CONT-GAR-NOVAS
           END-IF.

      *A COBERTURA COMECA NO FIM DA GARANTIA DE FABRICA, CONTADA DA
      *DATA DA COMPRA, E DURA OS MESES DA GARANTIA ESTENDIDA. O
      *PREMIO FICA PROPORCIONAL AS UNIDADES AINDA ATIVAS.
       035-MONTAR-GARANTIA-NOVA.
           MOVE GARVENDA-COD-COMPRA   TO GAR-COD-COMPRA.
           MOVE GARVENDA-DATA         TO GAR-DATA-COMPRA.
           MOVE GARVENDA-COD-LOJA     TO GAR-COD-LOJA.
           MOVE GARVENDA-COD-CLIENTE  TO GAR-COD-CLIENTE.
           MOVE GARVENDA-COD-GARANTIA TO GAR-COD-GARANTIA.
           MOVE GARVENDA-COD-ITEM     TO GAR-COD-ITEM.
           MOVE TAB-NOVA-NOME-ITEM(IDX-NOVA) TO GAR-NOME-ITEM.
           MOVE WRK-QTD-ATIVA         TO GAR-QUANTIDADE.
           MOVE GARVENDA-VALOR-ITEM   TO GAR-VALOR-ITEM.
           COMPUTE GAR-VALOR-PREMIO ROUNDED =
                   GARVENDA-VALOR-PREMIO * WRK-QTD-ATIVA /
                   GARVENDA-QUANTIDADE.

           MOVE GARVENDA-DATA          TO WRK-DATA-BASE-NUM.
           MOVE GARVENDA-MESES-FABRICA TO WRK-QTD-MESES.
           PERFORM 038-SOMAR-MESES.
           MOVE WRK-DATA-RESULT-NUM    TO GAR-DATA-INICIO.

           MOVE GAR-DATA-INICIO          TO WRK-DATA-BASE-NUM.
           MOVE GARVENDA-MESES-COBERTURA TO WRK-QTD-MESES.
           PERFORM 038-SOMAR-MESES.
           MOVE WRK-DATA-RESULT-NUM      TO GAR-DATA-FIM.

      *SOMA WRK-QTD-MESES A WRK-DATA-BASE EM WRK-DATA-RESULT. O DIA
      *QUE NAO EXISTE NO MES DE DESTINO VIRA O ULTIMO DIA DELE.
       038-SOMAR-MESES.
           COMPUTE WRK-TOTAL-MESES =
                   WRK-BASE-ANO * 12 + WRK-BASE-MES - 1 + WRK-QTD-MESES.
           DIVIDE WRK-TOTAL-MESES BY 12
              GIVING WRK-RESULT-ANO REMAINDER WRK-RESTO-MES.
           ADD 1 WRK-RESTO-MES GIVING WRK-RESULT-MES.
           MOVE WRK-BASE-DIA TO WRK-RESULT-DIA.

           MOVE WRK-DIAS-NO-MES(WRK-RESULT-MES) TO WRK-ULTIMO-DIA.
           IF WRK-RESULT-MES = 2
              DIVIDE WRK-RESULT-ANO BY 4
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4
              DIVIDE WRK-RESULT-ANO BY 100
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100
              DIVIDE WRK-RESULT-ANO BY 400
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400
              IF WRK-RESTO-4 = ZEROS
                 AND (WRK-RESTO-100 NOT = ZEROS
                      OR WRK-RESTO-400 = ZEROS)
                 MOVE 29 TO WRK-ULTIMO-DIA
              END-IF
           END-IF.
           IF WRK-RESULT-DIA > WRK-ULTIMO-DIA
              MOVE WRK-ULTIMO-DIA TO WRK-RESULT-DIA
           END-IF.

      *GRAVA A GARANTIA NA CARTEIRA DE HOJE E O TITULAR NO
      *GARSEGU (CLIENTE DA VENDA E APARELHO COBERTO).
       034-GRAVAR-GARANTIA-ATIVA.
           WRITE FD-GARHOJE-REGISTRO FROM WRK-GARANT-REGISTRO.
           IF WRK-FS-GARHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO GARHOJE - FS: " WRK-FS-GARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-GARHOJE.

           PERFORM 081-BUSCAR-CLIENTE.
           MOVE GAR-COD-CLIENTE       TO GARSEGU-COD-CLIENTE.
           MOVE CLIENTE-NOME          TO GARSEGU-NOME-CLIENTE.
           MOVE GAR-COD-ITEM          TO GARSEGU-COD-PRODUTO.
           MOVE GAR-NOME-ITEM         TO GARSEGU-NOME-ITEM.
           COMPUTE GARSEGU-VALOR-PRODUTO =
                   GAR-VALOR-ITEM * GAR-QUANTIDADE.
           MOVE GAR-QUANTIDADE        TO GARSEGU-QTD-PRODUTOS.
           WRITE FD-GARSEGU-REGISTRO FROM WRK-GARSEGU-REGISTRO.
           IF WRK-FS-GARSEGU NOT = ZEROS
              DISPLAY "ERRO GRAVACAO GARSEGU - FS: " WRK-FS-GARSEGU
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-GARSEGU.

      *APOLICE DA GARANTIA NOVA: EFETIVA NA DATA DA COMPRA, VENCE
      *NO FIM DA COBERTURA, PREMIO ZERO (PAGO NO CAIXA - O DEBITO
      *AUTOMATICO DO AC00EX86 NAO COBRA DE NOVO).
       037-GRAVAR-APOLGAR.
           MOVE GAR-COD-CLIENTE       TO APOLGAR-COD-CLIENTE.
           MOVE GAR-COD-ITEM          TO APOLGAR-COD-PRODUTO.
           MOVE GAR-DATA-COMPRA       TO APOLGAR-DATA-EFETIVA.
           MOVE GAR-DATA-FIM          TO APOLGAR-DATA-VENCTO.
           MOVE ZEROS                 TO APOLGAR-PREMIO.
           MOVE ZEROS                 TO APOLGAR-COD-CORRETOR.
           WRITE FD-APOLGAR-REGISTRO FROM WRK-APOLGAR-REGISTRO.
           IF WRK-FS-APOLGAR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO APOLGAR - FS: " WRK-FS-APOLGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-APOLGAR.

       036-GRAVAR-GARCANC.
           MOVE GARVENDA-COD-COMPRA   TO GARCANC-COD-COMPRA.
           MOVE GARVENDA-DATA         TO GARCANC-DATA-COMPRA.
           MOVE GARVENDA-COD-CLIENTE  TO GARCANC-COD-CLIENTE.
           MOVE GARVENDA-COD-GARANTIA TO GARCANC-COD-GARANTIA.
           MOVE GARVENDA-COD-ITEM     TO GARCANC-COD-ITEM.
           MOVE WRK-QTD-DEVOLVIDA     TO GARCANC-QUANTIDADE.
           COMPUTE GARCANC-VALOR-PREMIO ROUNDED =
                   GARVENDA-VALOR-PREMIO * WRK-QTD-DEVOLVIDA /
                   GARVENDA-QUANTIDADE.
           WRITE FD-GARCANC-REGISTRO FROM WRK-GARCANC-REGISTRO.
           IF WRK-FS-GARCANC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO GARCANC - FS: " WRK-FS-GARCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-GARCANC.
           IF WRK-QTD-DEVOLVIDA = GARVENDA-QUANTIDADE
              ADD 1 TO WRK-CONT-GAR-CANCELADAS
           END-IF.

       080-BUSCAR-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   MOVE SPACES TO PRODUTO-NOME
           END-READ.

       081-BUSCAR-CLIENTE.
           MOVE GAR-COD-CLIENTE TO FD-CLIENTE-COD-CLINTE.
           READ CLIENTE INTO WRK-CLIENTE-REGISTRO
               INVALID KEY
                   MOVE SPACES TO CLIENTE-NOME
           END-READ.

       041-LER-GARANT.
           READ GARANT    INTO WRK-GARANT-REGISTRO.
           IF WRK-FS-GARANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA GARANT - FS: " WRK-FS-GARANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-GARANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-GARANT
           END-IF.

       043-LER-GARVENDA.
           READ GARVENDA  INTO WRK-GARVENDA-REGISTRO.
           IF WRK-FS-GARVENDA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA GARVENDA - FS: " WRK-FS-GARVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-GARVENDA = "00"
                ADD 1 TO WRK-CONT-LIDOS-GARVENDA
           END-IF.

       045-LER-NOTACRED.
           READ NOTACRED  INTO WRK-NOTACRED-REGISTRO.
           IF WRK-FS-NOTACRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-NOTACRED = "00"
                ADD 1 TO WRK-CONT-LIDOS-NOTACRED
           END-IF.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos GARANT......: "
                   WRK-CONT-LIDOS-GARANT.
           DISPLAY "Quantidade de Registros Lidos GARVENDA....: "
                   WRK-CONT-LIDOS-GARVENDA.
           DISPLAY "Quantidade de Registros Lidos NOTACRED....: "
                   WRK-CONT-LIDOS-NOTACRED.
           DISPLAY "Quantidade de Registros Gravados GARHOJE..: "
                   WRK-CONT-GRAVADOS-GARHOJE.
           DISPLAY "Quantidade de Registros Gravados GARSEGU..: "
                   WRK-CONT-GRAVADOS-GARSEGU.
           DISPLAY "Quantidade de Registros Gravados APOLGAR..: "
                   WRK-CONT-GRAVADOS-APOLGAR.
           DISPLAY "Quantidade de Registros Gravados GARCANC..: "
                   WRK-CONT-GRAVADOS-GARCANC.
           DISPLAY "Quantidade de Garantias Mantidas..........: "
                   WRK-CONT-GAR-MANTIDAS.
           DISPLAY "Quantidade de Garantias Vencidas..........: "
                   WRK-CONT-GAR-VENCIDAS.
           DISPLAY "Quantidade de Garantias Novas.............: "
                   WRK-CONT-GAR-NOVAS.
           DISPLAY "Quantidade de Garantias Canceladas........: "
                   WRK-CONT-GAR-CANCELADAS.

       052-FECHAR-ARQUIVOS.
           IF GARANT-PRESENTE
              CLOSE GARANT
              IF WRK-FS-GARANT NOT = "00"
                 DISPLAY "ERRO CLOSE GARANT - FS: " WRK-FS-GARANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CLIENTE.
           IF WRK-FS-CLIENTE NOT = "00"
              DISPLAY "ERRO CLOSE CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE GARHOJE.
           IF WRK-FS-GARHOJE NOT = "00"
              DISPLAY "ERRO CLOSE GARHOJE - FS: " WRK-FS-GARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE GARSEGU.
           IF WRK-FS-GARSEGU NOT = "00"
              DISPLAY "ERRO CLOSE GARSEGU - FS: " WRK-FS-GARSEGU
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE APOLGAR.
           IF WRK-FS-APOLGAR NOT = "00"
              DISPLAY "ERRO CLOSE APOLGAR - FS: " WRK-FS-APOLGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE GARCANC.
           IF WRK-FS-GARCANC NOT = "00"
              DISPLAY "ERRO CLOSE GARCANC - FS: " WRK-FS-GARCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX04".
           GOBACK.

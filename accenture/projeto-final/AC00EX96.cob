       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX96.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX96
      *CONCILIACAO DAS VENDAS PIX COM O EXTRATO DE CREDITOS PIX
      *DO BANCO. CADA VENDA PIX DO AC00EX10 (PIXVENDA) TRAZ O
      *IDENTIFICADOR DA COBRANCA GERADO PELA LOJA; O BANCO DEVOLVE
      *O MESMO IDENTIFICADOR EM CADA CREDITO DO EXTRATO (PIXEXTR).
      *AS VENDAS AINDA NAO CREDITADAS FICAM NA CARTEIRA DE
      *PENDENTES (PIXPENDANT/PIXPENDHOJE, NO MESMO ESPIRITO DOS
      *SNAPSHOTS PEDANT/PEDHOJE) PARA O CREDITO QUE CAI NO DIA
      *SEGUINTE.
      *- CREDITO QUE CASA COM A VENDA PELO IDENTIFICADOR E PELO
      *  VALOR SAI CONCILIADO EM PIXCONC;
      *- VENDA SEM CREDITO APOS O PRAZO DO PARAMETRO PARMPIX (SEM
      *  O PARAMETRO, 1 DIA), VENDA CREDITADA COM VALOR DIFERENTE
      *  E VENDA SEM IDENTIFICADOR SAEM EM PIXFALTA (CREDITOS QUE
      *  FALTAM);
      *- CREDITO DO EXTRATO SEM VENDA PIX CORRESPONDENTE, OU
      *  REPETIDO PARA UMA VENDA JA CONCILIADA, SAI EM PIXDESC
      *  (CREDITOS DESCONHECIDOS).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *VENDAS PIX DO DIA, GRAVADAS PELO AC00EX10
       SELECT PIXVENDA  ASSIGN   TO PIXVENDA
                      FILE STATUS    IS WRK-FS-PIXVENDA.

      *VENDAS PIX AINDA SEM CREDITO DO CICLO ANTERIOR
       SELECT PIXPENDANT ASSIGN  TO PIXPENDANT
                      FILE STATUS    IS WRK-FS-PIXPENDANT.

      *EXTRATO DE CREDITOS PIX DO BANCO
       SELECT PIXEXTR   ASSIGN   TO PIXEXTR
                      FILE STATUS    IS WRK-FS-PIXEXTR.

      *PRAZO PARA O CREDITO CAIR, EM DIAS
       SELECT PARMPIX   ASSIGN   TO PARMPIX
                      FILE STATUS    IS WRK-FS-PARMPIX.

      *VENDAS PIX AINDA SEM CREDITO, PARA O PROXIMO CICLO
       SELECT PIXPENDHOJE ASSIGN TO PIXPENDHOJE
                      FILE STATUS    IS WRK-FS-PIXPENDHOJE.

      *VENDAS CONCILIADAS COM O CREDITO DO BANCO
       SELECT PIXCONC   ASSIGN   TO PIXCONC
                      FILE STATUS    IS WRK-FS-PIXCONC.

      *CREDITOS QUE FALTAM - VENDA SEM CREDITO OU COM DIVERGENCIA
       SELECT PIXFALTA  ASSIGN   TO PIXFALTA
                      FILE STATUS    IS WRK-FS-PIXFALTA.

      *CREDITOS DESCONHECIDOS - CREDITO SEM VENDA PIX
       SELECT PIXDESC   ASSIGN   TO PIXDESC
                      FILE STATUS    IS WRK-FS-PIXDESC.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PIXVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXVENDA-REGISTRO    PIC X(049).

       FD  PIXPENDANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXPENDANT-REGISTRO  PIC X(049).

       FD  PIXEXTR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXEXTR-REGISTRO     PIC X(027).

       FD  PARMPIX
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPIX-REGISTRO     PIC X(003).

       FD  PIXPENDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXPENDHOJE-REGISTRO PIC X(049).

       FD  PIXCONC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXCONC-REGISTRO     PIC X(054).

       FD  PIXFALTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXFALTA-REGISTRO    PIC X(061).

       FD  PIXDESC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXDESC-REGISTRO     PIC X(028).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PIXVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXPENDANT     PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXEXTR        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPIX        PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXPENDHOJE    PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXCONC        PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXFALTA       PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXDESC        PIC X(002) VALUE SPACES.

      *LAYOUT DE PIXVENDA - MESMO GRAVADO PELO AC00EX10 (TAMBEM O
      *LAYOUT DA CARTEIRA PIXPENDANT/PIXPENDHOJE)
       01  WRK-PIXVENDA-REGISTRO.
           05 PIXVENDA-COD-COMPRA     PIC  9(005).
           05 PIXVENDA-COD-LOJA       PIC  9(003).
           05 PIXVENDA-COD-CLIENTE    PIC  9(003).
           05 PIXVENDA-DATA           PIC  9(008).
           05 PIXVENDA-ID-PIX         PIC  9(008).
           05 PIXVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 PIXVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE PIXEXTR - UM CREDITO PIX DO EXTRATO DO BANCO
       01  WRK-PIXEXTR-REGISTRO.
           05 PIXEXTR-ID-PIX          PIC  9(008).
           05 PIXEXTR-DATA-CREDITO    PIC  9(008).
           05 PIXEXTR-VALOR           PIC  9(009)V99.

      *LAYOUT DE PARMPIX - PRAZO PARA O CREDITO CAIR
       01  WRK-PARMPIX-REGISTRO.
           05 PARMPIX-DIAS-PRAZO      PIC  9(003).

      *LAYOUT DE PIXCONC - VENDA CONCILIADA
       01  WRK-PIXCONC-REGISTRO.
           05 PIXCONC-COD-COMPRA      PIC  9(005).
           05 PIXCONC-COD-LOJA        PIC  9(003).
           05 PIXCONC-ID-PIX          PIC  9(008).
           05 PIXCONC-DATA-VENDA      PIC  9(008).
           05 PIXCONC-DATA-CREDITO    PIC  9(008).
           05 PIXCONC-VALOR-VENDA     PIC  9(009)V99.
           05 PIXCONC-VALOR-CREDITO   PIC  9(009)V99.

      *LAYOUT DE PIXFALTA - CREDITO QUE FALTA PARA UMA VENDA PIX
       01  WRK-PIXFALTA-REGISTRO.
           05 PIXFALTA-COD-COMPRA     PIC  9(005).
           05 PIXFALTA-COD-LOJA       PIC  9(003).
           05 PIXFALTA-COD-CLIENTE    PIC  9(003).
           05 PIXFALTA-DATA           PIC  9(008).
           05 PIXFALTA-ID-PIX         PIC  9(008).
           05 PIXFALTA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 PIXFALTA-VALOR-IMPOSTO  PIC  9(009)V99.
           05 PIXFALTA-VALOR-CREDITO  PIC  9(009)V99.
           05 PIXFALTA-MOTIVO         PIC  X(001).
               88 PIXFALTA-MOT-SEM-CREDITO     VALUE "1".
               88 PIXFALTA-MOT-VALOR-DIVERGE   VALUE "2".
               88 PIXFALTA-MOT-SEM-ID          VALUE "3".

      *LAYOUT DE PIXDESC - CREDITO DESCONHECIDO
       01  WRK-PIXDESC-REGISTRO.
           05 PIXDESC-ID-PIX          PIC  9(008).
           05 PIXDESC-DATA-CREDITO    PIC  9(008).
           05 PIXDESC-VALOR           PIC  9(009)V99.
           05 PIXDESC-MOTIVO          PIC  X(001).
               88 PIXDESC-MOT-SEM-VENDA        VALUE "1".
               88 PIXDESC-MOT-REPETIDO         VALUE "2".

      *CARTEIRA DE VENDAS PIX A CONCILIAR (PENDENTES DO CICLO
      *ANTERIOR MAIS AS VENDAS DO DIA)
       01  WRK-TAB-PIX-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PIX-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-PIX-QTDE
               INDEXED BY IDX-PIX.
           05 TAB-PIX-COD-COMPRA      PIC 9(005).
           05 TAB-PIX-COD-LOJA        PIC 9(003).
           05 TAB-PIX-COD-CLIENTE     PIC 9(003).
           05 TAB-PIX-DATA            PIC 9(008).
           05 TAB-PIX-ID-PIX          PIC 9(008).
           05 TAB-PIX-VALOR-LIQUIDO   PIC 9(009)V99.
           05 TAB-PIX-VALOR-IMPOSTO   PIC 9(009)V99.
           05 TAB-PIX-SITUACAO        PIC X(001).
               88 TAB-PIX-PENDENTE       VALUE "P".
               88 TAB-PIX-CONCILIADA     VALUE "C".
               88 TAB-PIX-DIVERGENTE     VALUE "D".

      *DATA DO SISTEMA E ATRASO DA VENDA PENDENTE
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC 9(009) VALUE ZEROS.
       01  WRK-DIAS-ATRASO          PIC S9(009) VALUE ZEROS.

       01  WRK-SW-PIX               PIC 9(001) VALUE ZEROS.
           88 PIX-ACHADO               VALUE 1.
           88 PIX-NAO-ACHADO           VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-PIXVENDA     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PIXPENDANT   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PIXEXTR      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CONCILIADAS        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-FALTAS             PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DESCONHECIDOS      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-PENDENTES          PIC 9(07) VALUE ZEROS.

      *TOTAIS DO RUN
       01  WRK-TOTAL-CONCILIADO     PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-FALTA          PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-DESCONHECIDO   PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-CONCILIADO-ED  PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-FALTA-ED       PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-DESCONHECIDO-ED PIC ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE             DIVISION.

       000-AC00EX96-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-CREDITO
             UNTIL WRK-FS-PIXEXTR = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX96 INICIADO - CONCILIACAO PIX"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMPIX.
           PERFORM 014-CARREGAR-TABELA-PIXPENDANT.
           PERFORM 015-CARREGAR-TABELA-PIXVENDA.
           PERFORM 042-LER-PIXEXTR.
           IF WRK-FS-PIXEXTR = "10"
              DISPLAY "ARQUIVO PIXEXTR VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PIXVENDA.
           IF WRK-FS-PIXVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXVENDA - FS: " WRK-FS-PIXVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PIXEXTR.
           IF WRK-FS-PIXEXTR NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXEXTR - FS: " WRK-FS-PIXEXTR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PIXPENDHOJE.
           IF WRK-FS-PIXPENDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXPENDHOJE - FS: "
                      WRK-FS-PIXPENDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PIXCONC.
           IF WRK-FS-PIXCONC NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXCONC - FS: " WRK-FS-PIXCONC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PIXFALTA.
           IF WRK-FS-PIXFALTA NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXFALTA - FS: " WRK-FS-PIXFALTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   PIXDESC.
           IF WRK-FS-PIXDESC NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXDESC - FS: " WRK-FS-PIXDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PRAZO PARA O CREDITO CAIR. SEM O PARAMETRO, 1 DIA.
       013-LER-PARMPIX.
           OPEN INPUT   PARMPIX.
           IF WRK-FS-PARMPIX = "35"
              MOVE 1 TO PARMPIX-DIAS-PRAZO
           ELSE
              IF WRK-FS-PARMPIX NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMPIX - FS: "
                         WRK-FS-PARMPIX
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMPIX INTO WRK-PARMPIX-REGISTRO
              IF WRK-FS-PARMPIX NOT = "00"
                 DISPLAY "ARQUIVO PARMPIX VAZIO - FS: "
                         WRK-FS-PARMPIX
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMPIX
           END-IF.

      *CARREGA A CARTEIRA DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), A CARTEIRA COMECA VAZIA.
       014-CARREGAR-TABELA-PIXPENDANT.
           OPEN INPUT   PIXPENDANT.
           IF WRK-FS-PIXPENDANT = "35"
              MOVE ZEROS TO WRK-TAB-PIX-QTDE
           ELSE
              IF WRK-FS-PIXPENDANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PIXPENDANT - FS: "
                         WRK-FS-PIXPENDANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-PIXPENDANT
              PERFORM 032-INCORPORAR-PENDENTE
                UNTIL WRK-FS-PIXPENDANT = "10"

              CLOSE PIXPENDANT
              IF WRK-FS-PIXPENDANT NOT = "00"
                 DISPLAY "ERRO CLOSE PIXPENDANT - FS: "
                         WRK-FS-PIXPENDANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *TRAZ AS VENDAS PIX DO DIA PARA A CARTEIRA. VENDA SEM
      *IDENTIFICADOR NUNCA VAI CASAR COM O EXTRATO E SAI LOGO EM
      *PIXFALTA.
       015-CARREGAR-TABELA-PIXVENDA.
           PERFORM 041-LER-PIXVENDA.
           IF WRK-FS-PIXVENDA = "10"
              DISPLAY "ARQUIVO PIXVENDA VAZIO"
           END-IF.
           PERFORM 031-INCORPORAR-VENDA-DIA
             UNTIL WRK-FS-PIXVENDA = "10".

       030-INCLUIR-VENDA.
           ADD 1 TO WRK-TAB-PIX-QTDE.
           MOVE PIXVENDA-COD-COMPRA
             TO TAB-PIX-COD-COMPRA(WRK-TAB-PIX-QTDE).
           MOVE PIXVENDA-COD-LOJA
             TO TAB-PIX-COD-LOJA(WRK-TAB-PIX-QTDE).
           MOVE PIXVENDA-COD-CLIENTE
             TO TAB-PIX-COD-CLIENTE(WRK-TAB-PIX-QTDE).
           MOVE PIXVENDA-DATA
             TO TAB-PIX-DATA(WRK-TAB-PIX-QTDE).
           MOVE PIXVENDA-ID-PIX
             TO TAB-PIX-ID-PIX(WRK-TAB-PIX-QTDE).
           MOVE PIXVENDA-VALOR-LIQUIDO
             TO TAB-PIX-VALOR-LIQUIDO(WRK-TAB-PIX-QTDE).
           MOVE PIXVENDA-VALOR-IMPOSTO
             TO TAB-PIX-VALOR-IMPOSTO(WRK-TAB-PIX-QTDE).
           SET TAB-PIX-PENDENTE(WRK-TAB-PIX-QTDE) TO TRUE.

       031-INCORPORAR-VENDA-DIA.
           IF PIXVENDA-ID-PIX = ZEROS
              PERFORM 036-MOVER-VENDA-PIXFALTA
              MOVE ZEROS TO PIXFALTA-VALOR-CREDITO
              SET PIXFALTA-MOT-SEM-ID TO TRUE
              PERFORM 046-GRAVAR-PIXFALTA
           ELSE
              PERFORM 030-INCLUIR-VENDA
           END-IF.
           PERFORM 041-LER-PIXVENDA.

       032-INCORPORAR-PENDENTE.
           PERFORM 030-INCLUIR-VENDA.
           PERFORM 043-LER-PIXPENDANT.

      *UM CREDITO DO EXTRATO POR ITERACAO: PROCURA A VENDA PIX
      *PENDENTE COM O MESMO IDENTIFICADOR.
       020-PROCESSAR-CREDITO.
           SET PIX-NAO-ACHADO TO TRUE.
           SET IDX-PIX TO 1.
           IF WRK-TAB-PIX-QTDE > ZEROS
              SEARCH TAB-PIX-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-PIX-ID-PIX(IDX-PIX) = PIXEXTR-ID-PIX
                   AND TAB-PIX-PENDENTE(IDX-PIX)
                      SET PIX-ACHADO TO TRUE
              END-SEARCH
           END-IF.

           IF PIX-ACHADO
              IF TAB-PIX-VALOR-LIQUIDO(IDX-PIX) = PIXEXTR-VALOR
                 PERFORM 021-CONCILIAR-VENDA
              ELSE
                 PERFORM 022-APONTAR-DIVERGENCIA
              END-IF
           ELSE
              PERFORM 023-APONTAR-DESCONHECIDO
           END-IF.
           PERFORM 042-LER-PIXEXTR.

       021-CONCILIAR-VENDA.
           MOVE TAB-PIX-COD-COMPRA(IDX-PIX)    TO PIXCONC-COD-COMPRA.
           MOVE TAB-PIX-COD-LOJA(IDX-PIX)      TO PIXCONC-COD-LOJA.
           MOVE TAB-PIX-ID-PIX(IDX-PIX)        TO PIXCONC-ID-PIX.
           MOVE TAB-PIX-DATA(IDX-PIX)          TO PIXCONC-DATA-VENDA.
           MOVE PIXEXTR-DATA-CREDITO           TO PIXCONC-DATA-CREDITO.
           MOVE TAB-PIX-VALOR-LIQUIDO(IDX-PIX) TO PIXCONC-VALOR-VENDA.
           MOVE PIXEXTR-VALOR                 TO PIXCONC-VALOR-CREDITO.
           PERFORM 045-GRAVAR-PIXCONC.
           SET TAB-PIX-CONCILIADA(IDX-PIX) TO TRUE.
           ADD PIXEXTR-VALOR TO WRK-TOTAL-CONCILIADO.

      *O CREDITO CAIU PARA A VENDA MAS COM OUTRO VALOR - A VENDA
      *SAI DA CARTEIRA E VAI PARA PIXFALTA COM OS DOIS VALORES.
       022-APONTAR-DIVERGENCIA.
           PERFORM 035-MOVER-TAB-PIXFALTA.
           MOVE PIXEXTR-VALOR TO PIXFALTA-VALOR-CREDITO.
           SET PIXFALTA-MOT-VALOR-DIVERGE TO TRUE.
           PERFORM 046-GRAVAR-PIXFALTA.
           SET TAB-PIX-DIVERGENTE(IDX-PIX) TO TRUE.

      *CREDITO SEM VENDA PIX PENDENTE. SE O IDENTIFICADOR JA FOI
      *CONCILIADO, O CREDITO E REPETIDO.
       023-APONTAR-DESCONHECIDO.
           MOVE PIXEXTR-ID-PIX       TO PIXDESC-ID-PIX.
           MOVE PIXEXTR-DATA-CREDITO TO PIXDESC-DATA-CREDITO.
           MOVE PIXEXTR-VALOR        TO PIXDESC-VALOR.
           SET PIXDESC-MOT-SEM-VENDA TO TRUE.
           SET IDX-PIX TO 1.
           IF WRK-TAB-PIX-QTDE > ZEROS
              SEARCH TAB-PIX-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-PIX-ID-PIX(IDX-PIX) = PIXEXTR-ID-PIX
                      SET PIXDESC-MOT-REPETIDO TO TRUE
              END-SEARCH
           END-IF.
           PERFORM 047-GRAVAR-PIXDESC.

       035-MOVER-TAB-PIXFALTA.
           MOVE TAB-PIX-COD-COMPRA(IDX-PIX)    TO PIXFALTA-COD-COMPRA.
           MOVE TAB-PIX-COD-LOJA(IDX-PIX)      TO PIXFALTA-COD-LOJA.
           MOVE TAB-PIX-COD-CLIENTE(IDX-PIX)   TO PIXFALTA-COD-CLIENTE.
           MOVE TAB-PIX-DATA(IDX-PIX)          TO PIXFALTA-DATA.
           MOVE TAB-PIX-ID-PIX(IDX-PIX)        TO PIXFALTA-ID-PIX.
           MOVE TAB-PIX-VALOR-LIQUIDO(IDX-PIX)
             TO PIXFALTA-VALOR-LIQUIDO.
           MOVE TAB-PIX-VALOR-IMPOSTO(IDX-PIX)
             TO PIXFALTA-VALOR-IMPOSTO.

       036-MOVER-VENDA-PIXFALTA.
           MOVE PIXVENDA-COD-COMPRA    TO PIXFALTA-COD-COMPRA.
           MOVE PIXVENDA-COD-LOJA      TO PIXFALTA-COD-LOJA.
           MOVE PIXVENDA-COD-CLIENTE   TO PIXFALTA-COD-CLIENTE.
           MOVE PIXVENDA-DATA          TO PIXFALTA-DATA.
           MOVE PIXVENDA-ID-PIX        TO PIXFALTA-ID-PIX.
           MOVE PIXVENDA-VALOR-LIQUIDO TO PIXFALTA-VALOR-LIQUIDO.
           MOVE PIXVENDA-VALOR-IMPOSTO TO PIXFALTA-VALOR-IMPOSTO.

       041-LER-PIXVENDA.
           READ PIXVENDA INTO WRK-PIXVENDA-REGISTRO.
           IF WRK-FS-PIXVENDA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PIXVENDA - FS: " WRK-FS-PIXVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PIXVENDA = "00"
                ADD 1 TO WRK-CONT-LIDOS-PIXVENDA
           END-IF.

       042-LER-PIXEXTR.
           READ PIXEXTR INTO WRK-PIXEXTR-REGISTRO.
           IF WRK-FS-PIXEXTR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PIXEXTR - FS: " WRK-FS-PIXEXTR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PIXEXTR = "00"
                ADD 1 TO WRK-CONT-LIDOS-PIXEXTR
           END-IF.

       043-LER-PIXPENDANT.
           READ PIXPENDANT INTO WRK-PIXVENDA-REGISTRO.
           IF WRK-FS-PIXPENDANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PIXPENDANT - FS: "
                      WRK-FS-PIXPENDANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PIXPENDANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-PIXPENDANT
           END-IF.

       045-GRAVAR-PIXCONC.
           WRITE FD-PIXCONC-REGISTRO FROM WRK-PIXCONC-REGISTRO.
           IF WRK-FS-PIXCONC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PIXCONC - FS: " WRK-FS-PIXCONC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-CONCILIADAS.

       046-GRAVAR-PIXFALTA.
           WRITE FD-PIXFALTA-REGISTRO FROM WRK-PIXFALTA-REGISTRO.
           IF WRK-FS-PIXFALTA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PIXFALTA - FS: " WRK-FS-PIXFALTA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-FALTAS.
           ADD PIXFALTA-VALOR-LIQUIDO TO WRK-TOTAL-FALTA.

       047-GRAVAR-PIXDESC.
           WRITE FD-PIXDESC-REGISTRO FROM WRK-PIXDESC-REGISTRO.
           IF WRK-FS-PIXDESC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PIXDESC - FS: " WRK-FS-PIXDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-DESCONHECIDOS.
           ADD PIXDESC-VALOR TO WRK-TOTAL-DESCONHECIDO.

       050-FINALIZAR.
           PERFORM 055-FECHAR-CARTEIRA.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA A CARTEIRA ADIANTE. VENDA SEM CREDITO ALEM DO PRAZO
      *SAI EM PIXFALTA; VENDA CONCILIADA OU DIVERGENTE SAI DA
      *CARTEIRA.
       055-FECHAR-CARTEIRA.
           PERFORM 056-AVALIAR-PENDENTE
           VARYING IDX-PIX FROM 1 BY 1
           UNTIL IDX-PIX > WRK-TAB-PIX-QTDE.

       056-AVALIAR-PENDENTE.
           IF TAB-PIX-PENDENTE(IDX-PIX)
              COMPUTE WRK-DIAS-ATRASO = WRK-DATA-SIS-INTEIRO -
                  FUNCTION INTEGER-OF-DATE(TAB-PIX-DATA(IDX-PIX))
              IF WRK-DIAS-ATRASO > PARMPIX-DIAS-PRAZO
                 PERFORM 035-MOVER-TAB-PIXFALTA
                 MOVE ZEROS TO PIXFALTA-VALOR-CREDITO
                 SET PIXFALTA-MOT-SEM-CREDITO TO TRUE
                 PERFORM 046-GRAVAR-PIXFALTA
              ELSE
                 PERFORM 057-GRAVAR-PIXPENDHOJE
              END-IF
           END-IF.

       057-GRAVAR-PIXPENDHOJE.
           MOVE TAB-PIX-COD-COMPRA(IDX-PIX)    TO PIXVENDA-COD-COMPRA.
           MOVE TAB-PIX-COD-LOJA(IDX-PIX)      TO PIXVENDA-COD-LOJA.
           MOVE TAB-PIX-COD-CLIENTE(IDX-PIX)   TO PIXVENDA-COD-CLIENTE.
           MOVE TAB-PIX-DATA(IDX-PIX)          TO PIXVENDA-DATA.
           MOVE TAB-PIX-ID-PIX(IDX-PIX)        TO PIXVENDA-ID-PIX.
           MOVE TAB-PIX-VALOR-LIQUIDO(IDX-PIX)
             TO PIXVENDA-VALOR-LIQUIDO.
           MOVE TAB-PIX-VALOR-IMPOSTO(IDX-PIX)
             TO PIXVENDA-VALOR-IMPOSTO.
           WRITE FD-PIXPENDHOJE-REGISTRO FROM WRK-PIXVENDA-REGISTRO.
           IF WRK-FS-PIXPENDHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PIXPENDHOJE - FS: "
                      WRK-FS-PIXPENDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-PENDENTES.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-CONCILIADO   TO WRK-TOTAL-CONCILIADO-ED.
           MOVE WRK-TOTAL-FALTA        TO WRK-TOTAL-FALTA-ED.
           MOVE WRK-TOTAL-DESCONHECIDO TO WRK-TOTAL-DESCONHECIDO-ED.
           DISPLAY "Quantidade de Registros Lidos PIXVENDA....: "
                   WRK-CONT-LIDOS-PIXVENDA.
           DISPLAY "Quantidade de Registros Lidos PIXPENDANT..: "
                   WRK-CONT-LIDOS-PIXPENDANT.
           DISPLAY "Quantidade de Registros Lidos PIXEXTR.....: "
                   WRK-CONT-LIDOS-PIXEXTR.
           DISPLAY "Quantidade de Vendas Conciliadas PIXCONC..: "
                   WRK-CONT-CONCILIADAS.
           DISPLAY "Quantidade de Creditos Faltantes PIXFALTA.: "
                   WRK-CONT-FALTAS.
           DISPLAY "Quantidade de Creditos Desconhecidos......: "
                   WRK-CONT-DESCONHECIDOS.
           DISPLAY "Quantidade de Vendas Pendentes PIXPENDHOJE: "
                   WRK-CONT-PENDENTES.
           DISPLAY "Valor Total Conciliado....................: "
                   WRK-TOTAL-CONCILIADO-ED.
           DISPLAY "Valor Total das Vendas sem Credito........: "
                   WRK-TOTAL-FALTA-ED.
           DISPLAY "Valor Total dos Creditos Desconhecidos....: "
                   WRK-TOTAL-DESCONHECIDO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE PIXVENDA.
           IF WRK-FS-PIXVENDA NOT = "00"
              DISPLAY "ERRO CLOSE PIXVENDA - FS: " WRK-FS-PIXVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PIXEXTR.
           IF WRK-FS-PIXEXTR NOT = "00"
              DISPLAY "ERRO CLOSE PIXEXTR - FS: " WRK-FS-PIXEXTR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PIXPENDHOJE.
           IF WRK-FS-PIXPENDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PIXPENDHOJE - FS: "
                      WRK-FS-PIXPENDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PIXCONC.
           IF WRK-FS-PIXCONC NOT = "00"
              DISPLAY "ERRO CLOSE PIXCONC - FS: " WRK-FS-PIXCONC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PIXFALTA.
           IF WRK-FS-PIXFALTA NOT = "00"
              DISPLAY "ERRO CLOSE PIXFALTA - FS: " WRK-FS-PIXFALTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PIXDESC.
           IF WRK-FS-PIXDESC NOT = "00"
              DISPLAY "ERRO CLOSE PIXDESC - FS: " WRK-FS-PIXDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX96".
           GOBACK.

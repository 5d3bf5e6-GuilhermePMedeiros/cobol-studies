       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX01.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX01
      *RELATORIO MENSAL DE COMPRAS DE FUNCIONARIO PARA O RH. LE O
      *CONSUMO MENSAL DOS FUNCIONARIOS (KSDS FUNCSLD, ATUALIZADO
      *PELO AC00EX10) SEQUENCIALMENTE E GRAVA EM FUNCREL UMA LINHA
      *POR FUNCIONARIO DE CADA MES JA ENCERRADO (MES DE REFERENCIA
      *ANTERIOR AO MES DA DATA DO SISTEMA) AINDA NAO REPORTADO, COM
      *O NOME DO CADASTRO DE VENDEDORES, A QUANTIDADE DE COMPRAS, O
      *DESCONTO CONCEDIDO, O VALOR COMPRADO ACIMA DO LIMITE E O
      *VALOR A DESCONTAR EM FOLHA. O MES REPORTADO E MARCADO NO
      *FUNCSLD PARA NAO SAIR DE NOVO.
      *RODA ANTES DO AC00EX10 NO PROCESSAMENTO DIARIO: NO PRIMEIRO
      *DIA DO MES O MES ANTERIOR AINDA ESTA INTEIRO NO FUNCSLD.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

           SELECT FUNCSLD   ASSIGN    TO FUNCSLD
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-FUNCSLD-COD-VENDEDOR
                      FILE STATUS    IS WRK-FS-FUNCSLD.

      *CADASTRO DE VENDEDORES, PARA O NOME DO FUNCIONARIO
           SELECT VENDEDOR  ASSIGN    TO VENDEDOR
                      FILE STATUS    IS WRK-FS-VENDEDOR.

           SELECT FUNCREL   ASSIGN    TO FUNCREL
                      FILE STATUS    IS WRK-FS-FUNCREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  FUNCSLD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FUNCSLD-REGISTRO.
           05 FD-FUNCSLD-COD-VENDEDOR PIC 9(003).
           05 FILLER                PIC X(059).

       FD  VENDEDOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-VENDEDOR-REGISTRO     PIC X(029).

       FD  FUNCREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FUNCREL-REGISTRO      PIC X(086).

       WORKING-STORAGE       SECTION.

      *STATUS DOS ARQUIVOS
       01  WRK-FILE-STATUS.
           05 WRK-FS-FUNCSLD        PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDEDOR       PIC X(002) VALUE SPACES.
           05 WRK-FS-FUNCREL        PIC X(002) VALUE SPACES.

      *LAYOUT DE FUNCSLD - MESMO KSDS ATUALIZADO PELO AC00EX10
       01  WRK-FUNCSLD-REGISTRO.
           05 FUNCSLD-COD-VENDEDOR    PIC  9(003).
           05 FUNCSLD-COD-CLIENTE     PIC  9(003).
           05 FUNCSLD-MES-REF         PIC  9(006).
           05 FUNCSLD-VALOR-COMPRAS   PIC  9(009)V99.
           05 FUNCSLD-VALOR-NO-LIMITE PIC  9(009)V99.
           05 FUNCSLD-VALOR-DESCONTO  PIC  9(009)V99.
           05 FUNCSLD-VALOR-ACIMA     PIC  9(009)V99.
           05 FUNCSLD-QTD-COMPRAS     PIC  9(005).
           05 FUNCSLD-REPORTADO       PIC  X(001).
               88 FUNCSLD-MES-REPORTADO  VALUE "S".

      *LAYOUT DE VENDEDOR
       01  WRK-VENDEDOR-REGISTRO.
           05 VENDEDOR-COD-VENDEDOR   PIC  9(003).
           05 VENDEDOR-NOME           PIC  X(020).
           05 VENDEDOR-PERCENTUAL     PIC  9(003)V99.
           05 VENDEDOR-ATIVO          PIC  X(001).

      *LAYOUT DE FUNCREL - UMA LINHA POR FUNCIONARIO E MES
       01  WRK-FUNCREL-REGISTRO.
           05 FUNCREL-COD-VENDEDOR    PIC 9(003).
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-NOME-VENDEDOR   PIC X(020).
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-COD-CLIENTE     PIC 9(003).
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-MES-REF         PIC 9(006).
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-QTD-COMPRAS     PIC 9(005).
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-VALOR-DESCONTO  PIC 9(009)V99.
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-VALOR-ACIMA     PIC 9(009)V99.
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-VALOR-DEDUCAO   PIC 9(009)V99.
           05 FILLER                  PIC X(001) VALUE ";".
           05 FUNCREL-DATA-EMISSAO    PIC 9(008).

      *TABELA INTERNA DE VENDEDORES
       01  WRK-TAB-VENDEDOR-QTDE    PIC 9(004) VALUE ZEROS.

       01  TAB-VENDEDOR-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-VENDEDOR-QTDE
               INDEXED BY IDX-VENDEDOR.
           05 TAB-VENDEDOR-COD        PIC 9(003).
           05 TAB-VENDEDOR-NOME       PIC X(020).

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-MES-SIS              PIC 9(006) VALUE ZEROS.

       01  WRK-CONTADORES.
           05 WRK-CONT-LIDOS          PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-GRAVADOS       PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-MES-ABERTO     PIC 9(005) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX01-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-FUNCSLD = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX01 INICIADO - COMPRAS FUNCIONARIO".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-SIS = WRK-DATA-SIS / 100.
           PERFORM 013-CARREGAR-TABELA-VENDEDOR.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 040-LER-FUNCSLD.
           IF WRK-FS-FUNCSLD = "10"
              DISPLAY "ARQUIVO FUNCSLD VAZIO"
           END-IF.

      *    SEM O KSDS AINDA NENHUMA COMPRA DE FUNCIONARIO FOI FEITA -
      *    O RELATORIO SAI VAZIO.
       012-ABRIR-ARQUIVOS.
           OPEN I-O      FUNCSLD.
           IF WRK-FS-FUNCSLD = "35"
              OPEN OUTPUT   FUNCSLD
              IF WRK-FS-FUNCSLD NOT = ZEROS
                 DISPLAY "ERRO CRIACAO FUNCSLD - FS: " WRK-FS-FUNCSLD
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE FUNCSLD
              OPEN I-O   FUNCSLD
           END-IF.
           IF WRK-FS-FUNCSLD NOT = ZEROS
              DISPLAY "ERRO ABERTURA FUNCSLD - FS: " WRK-FS-FUNCSLD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FUNCREL.
           IF WRK-FS-FUNCREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA FUNCREL - FS: " WRK-FS-FUNCREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-CARREGAR-TABELA-VENDEDOR.
           OPEN INPUT    VENDEDOR.
           IF WRK-FS-VENDEDOR NOT = ZEROS
              DISPLAY "ERRO ABERTURA VENDEDOR - FS: " WRK-FS-VENDEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 041-LER-VENDEDOR.
           PERFORM 014-MOVER-DADOS-TAB-VENDEDOR
             UNTIL WRK-FS-VENDEDOR = "10".

           CLOSE VENDEDOR.
           IF WRK-FS-VENDEDOR NOT = "00"
              DISPLAY "ERRO CLOSE VENDEDOR - FS: " WRK-FS-VENDEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       014-MOVER-DADOS-TAB-VENDEDOR.
           ADD 1 TO WRK-TAB-VENDEDOR-QTDE.
           SET IDX-VENDEDOR TO WRK-TAB-VENDEDOR-QTDE.
           MOVE VENDEDOR-COD-VENDEDOR TO TAB-VENDEDOR-COD(IDX-VENDEDOR).
           MOVE VENDEDOR-NOME        TO TAB-VENDEDOR-NOME(IDX-VENDEDOR).
           PERFORM 041-LER-VENDEDOR.

      *SO O MES JA ENCERRADO E AINDA NAO REPORTADO VAI PARA O RH -
      *O MES CORRENTE CONTINUA ACUMULANDO NO AC00EX10.
       020-PROCESSAR.
           IF FUNCSLD-MES-REF < WRK-MES-SIS
              AND NOT FUNCSLD-MES-REPORTADO
              PERFORM 030-MOVER-DADOS-FUNCREL
              PERFORM 031-GRAVAR-FUNCREL
              PERFORM 032-MARCAR-REPORTADO
           ELSE
              IF FUNCSLD-MES-REF NOT < WRK-MES-SIS
                 ADD 1 TO WRK-CONT-MES-ABERTO
              END-IF
           END-IF.
           PERFORM 040-LER-FUNCSLD.

       030-MOVER-DADOS-FUNCREL.
           MOVE FUNCSLD-COD-VENDEDOR   TO FUNCREL-COD-VENDEDOR.
           MOVE FUNCSLD-COD-CLIENTE    TO FUNCREL-COD-CLIENTE.
           MOVE FUNCSLD-MES-REF        TO FUNCREL-MES-REF.
           MOVE FUNCSLD-QTD-COMPRAS    TO FUNCREL-QTD-COMPRAS.
           MOVE FUNCSLD-VALOR-DESCONTO TO FUNCREL-VALOR-DESCONTO.
           MOVE FUNCSLD-VALOR-ACIMA    TO FUNCREL-VALOR-ACIMA.
           MOVE FUNCSLD-VALOR-COMPRAS  TO FUNCREL-VALOR-DEDUCAO.
           MOVE WRK-DATA-SIS           TO FUNCREL-DATA-EMISSAO.

           MOVE SPACES TO FUNCREL-NOME-VENDEDOR.
           SET IDX-VENDEDOR TO 1.
           SEARCH TAB-VENDEDOR-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-VENDEDOR-COD(IDX-VENDEDOR) =
                    FUNCSLD-COD-VENDEDOR
                   MOVE TAB-VENDEDOR-NOME(IDX-VENDEDOR)
                     TO FUNCREL-NOME-VENDEDOR
           END-SEARCH.

       031-GRAVAR-FUNCREL.
           WRITE FD-FUNCREL-REGISTRO FROM WRK-FUNCREL-REGISTRO.
           IF WRK-FS-FUNCREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FUNCREL - FS: " WRK-FS-FUNCREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS.

       032-MARCAR-REPORTADO.
           MOVE "S" TO FUNCSLD-REPORTADO.
           REWRITE FD-FUNCSLD-REGISTRO FROM WRK-FUNCSLD-REGISTRO.
           IF WRK-FS-FUNCSLD NOT = ZEROS
              DISPLAY "ERRO REGRAVACAO FUNCSLD - FS: " WRK-FS-FUNCSLD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       040-LER-FUNCSLD.
           READ FUNCSLD INTO WRK-FUNCSLD-REGISTRO.
           IF WRK-FS-FUNCSLD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FUNCSLD - FS: " WRK-FS-FUNCSLD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FUNCSLD = "00"
              ADD 1 TO WRK-CONT-LIDOS
           END-IF.

       041-LER-VENDEDOR.
           READ VENDEDOR INTO WRK-VENDEDOR-REGISTRO.
           IF WRK-FS-VENDEDOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA VENDEDOR - FS: " WRK-FS-VENDEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           DISPLAY "Quantidade de Registros Lidos FUNCSLD..: "
                   WRK-CONT-LIDOS.
           DISPLAY "Quantidade de Linhas Gravadas FUNCREL..: "
                   WRK-CONT-GRAVADOS.
           DISPLAY "Quantidade de Funcionarios Mes Aberto..: "
                   WRK-CONT-MES-ABERTO.
           PERFORM 052-FECHAR-ARQUIVOS.

       052-FECHAR-ARQUIVOS.
           CLOSE FUNCSLD.
           IF WRK-FS-FUNCSLD NOT = "00"
              DISPLAY "ERRO CLOSE FUNCSLD - FS: " WRK-FS-FUNCSLD
           END-IF.

           CLOSE FUNCREL.
           IF WRK-FS-FUNCREL NOT = "00"
              DISPLAY "ERRO CLOSE FUNCREL - FS: " WRK-FS-FUNCREL
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX01".
           GOBACK.

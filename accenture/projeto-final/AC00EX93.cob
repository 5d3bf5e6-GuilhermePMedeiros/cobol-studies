       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX93.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX93
      *AVALIACAO MENSAL DE DESEMPENHO DOS FORNECEDORES. RODA TODO
      *DIA DEPOIS DO AC00EX58 E ACUMULA, POR FORNECEDOR, OS
      *NUMEROS DO MES EM CURSO NUM ACUMULADOR CARREGADO DE CICLO
      *EM CICLO (SCORANT/SCORHOJE):
      *  - PEDIDOS FECHADOS NO DIA (STATUS F NO PEDHOJE): PRAZO
      *    REAL DE ENTREGA (DA EMISSAO ATE O RECEBIMENTO QUE
      *    FECHOU O PEDIDO NO RECEBREG, OU A DATA DO RUN) E AS
      *    QUANTIDADES PEDIDA E RECEBIDA, PARA A TAXA DE
      *    ATENDIMENTO;
      *  - RECEBIMENTOS DO DIA NO RECEBREG POR SITUACAO (O
      *    CONFERIDO, M MAIOR, P PARCIAL), PARA A PARTICIPACAO DE
      *    ENTREGAS PARCIAIS E A MAIOR;
      *  - PRODUTOS ABAIXO DO MINIMO NO ESTQREP DO AC00EX10,
      *    ATRIBUIDOS AO FORNECEDOR DO PRODUTO PELO FORNPROD.
      *NA PRIMEIRA RODADA DE UM MES NOVO, O ACUMULADO DO MES QUE
      *FECHOU SAI NO RELATORIO SCORREL (UMA LINHA POR FORNECEDOR:
      *PRAZO PROMETIDO x PRAZO MEDIO REAL, TAXA DE ATENDIMENTO,
      *PERCENTUAIS DE ENTREGA PARCIAL E A MAIOR E FALTAS) E O
      *ACUMULADOR RECOMECA ZERADO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CARTEIRA DE PEDIDOS ATUALIZADA PELO AC00EX58
       SELECT PEDHOJE  ASSIGN    TO PEDHOJE
                      FILE STATUS    IS WRK-FS-PEDHOJE.

      *RECEBIMENTOS DO DIA APLICADOS PELO AC00EX57
       SELECT RECEBREG ASSIGN    TO RECEBREG
                      FILE STATUS    IS WRK-FS-RECEBREG.

      *PRODUTOS ABAIXO DO MINIMO NO RUN DO AC00EX10 (OPCIONAL)
       SELECT ESTQREP  ASSIGN    TO ESTQREP
                      FILE STATUS    IS WRK-FS-ESTQREP.

      *MAPA PRODUTO x FORNECEDOR
       SELECT FORNPROD ASSIGN    TO FORNPROD
                      FILE STATUS    IS WRK-FS-FORNPROD.

      *CADASTRO DE FORNECEDORES
       SELECT FORNECEDOR ASSIGN  TO FORNECEDOR
                      FILE STATUS    IS WRK-FS-FORNECEDOR.

      *ACUMULADOR DO MES DO CICLO ANTERIOR
       SELECT SCORANT  ASSIGN    TO SCORANT
                      FILE STATUS    IS WRK-FS-SCORANT.

      *ACUMULADOR DO MES ATUALIZADO
       SELECT SCORHOJE ASSIGN    TO SCORHOJE
                      FILE STATUS    IS WRK-FS-SCORHOJE.

      *AVALIACAO DO MES FECHADO, UMA LINHA POR FORNECEDOR
       SELECT SCORREL  ASSIGN    TO SCORREL
                      FILE STATUS    IS WRK-FS-SCORREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PEDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PEDHOJE-REGISTRO     PIC X(037).

       FD  RECEBREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RECEBREG-REGISTRO    PIC X(035).

       FD  ESTQREP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ESTQREP-REGISTRO     PIC X(040).

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

       FD  SCORANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SCORANT-REGISTRO     PIC X(059).

       FD  SCORHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SCORHOJE-REGISTRO    PIC X(059).

       FD  SCORREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SCORREL-REGISTRO     PIC X(061).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PEDHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-RECEBREG       PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQREP        PIC X(002) VALUE SPACES.
           05 WRK-FS-FORNPROD       PIC X(002) VALUE SPACES.
           05 WRK-FS-FORNECEDOR     PIC X(002) VALUE SPACES.
           05 WRK-FS-SCORANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-SCORHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-SCORREL        PIC X(002) VALUE SPACES.

      *LAYOUT DA CARTEIRA DE PEDIDOS - MESMA DO AC00EX58
       01  WRK-PED-REGISTRO.
           05 PED-NUM-PEDIDO        PIC 9(006).
           05 PED-COD-PRODUTO       PIC 9(005).
           05 PED-COD-FORNEC        PIC 9(003).
           05 PED-QTD-PEDIDA        PIC 9(007).
           05 PED-QTD-RECEBIDA      PIC 9(007).
           05 PED-DATA-EMISSAO      PIC 9(008).
           05 PED-STATUS            PIC X(001).
               88 PED-ABERTO           VALUE "A".
               88 PED-FECHADO          VALUE "F".

      *LAYOUT DE RECEBREG - MESMO GRAVADO PELO AC00EX57
       01  WRK-RECEBREG-REGISTRO.
           05 RECEBREG-COD-PRODUTO  PIC 9(005).
           05 RECEBREG-QUANTIDADE   PIC 9(007).
           05 RECEBREG-ENCOMENDA-ANT PIC 9(007).
           05 RECEBREG-SALDO-NOVO   PIC 9(007).
           05 RECEBREG-SITUACAO     PIC X(001).
               88 RECEBREG-CONFERIDO    VALUE "O".
               88 RECEBREG-MAIOR        VALUE "M".
               88 RECEBREG-PARCIAL      VALUE "P".
               88 RECEBREG-SEM-REGISTRO VALUE "S".
           05 RECEBREG-DATA         PIC 9(008).

      *LAYOUT DE ESTQREP - MESMO GRAVADO PELO AC00EX10
       01  WRK-ESTQREP-REGISTRO.
           05 ESTQREP-COD-PRODUTO     PIC  9(005).
           05 FILLER                  PIC  X(001).
           05 ESTQREP-NOME-PRODUTO    PIC  X(010).
           05 FILLER                  PIC  X(001).
           05 ESTQREP-SALDO           PIC  9(007).
           05 FILLER                  PIC  X(001).
           05 ESTQREP-MINIMO          PIC  9(007).
           05 FILLER                  PIC  X(001).
           05 ESTQREP-ENCOMENDA       PIC  9(007).

      *LAYOUT DE FORNPROD - MESMO MAPA DO AC00EX58
       01  WRK-FORNPROD-REGISTRO.
           05 FORNPROD-COD-PRODUTO  PIC 9(005).
           05 FORNPROD-COD-FORNEC   PIC 9(003).

      *LAYOUT DE FORNECEDOR - MESMO CADASTRO DO AC00EX58
       01  WRK-FORNECEDOR-REGISTRO.
           05 FORNECEDOR-CODIGO     PIC 9(003).
           05 FORNECEDOR-NOME       PIC X(020).
           05 FORNECEDOR-PRAZO-DIAS PIC 9(003).

      *LAYOUT DE SCORANT/SCORHOJE - ACUMULADO DO MES POR
      *FORNECEDOR
       01  WRK-SCOR-REGISTRO.
           05 SCOR-ANOMES           PIC 9(006).
           05 SCOR-COD-FORNEC       PIC 9(003).
           05 SCOR-QTD-PEDIDOS      PIC 9(005).
           05 SCOR-SOMA-DIAS        PIC 9(007).
           05 SCOR-QTD-PEDIDA       PIC 9(009).
           05 SCOR-QTD-RECEBIDA     PIC 9(009).
           05 SCOR-QTD-RECEBTOS     PIC 9(005).
           05 SCOR-QTD-PARCIAIS     PIC 9(005).
           05 SCOR-QTD-MAIORES      PIC 9(005).
           05 SCOR-QTD-FALTAS       PIC 9(005).

      *LAYOUT DE SCORREL - AVALIACAO DO FORNECEDOR NO MES
       01  WRK-SCORREL-REGISTRO.
           05 SCORREL-ANOMES        PIC 9(006).
           05 SCORREL-COD-FORNEC    PIC 9(003).
           05 SCORREL-NOME-FORNEC   PIC X(020).
           05 SCORREL-PRAZO-PROMET  PIC 9(003).
           05 SCORREL-PRAZO-REAL    PIC 9(003)V9.
           05 SCORREL-PCT-ATENDIDO  PIC 9(003)V99.
           05 SCORREL-PCT-PARCIAL   PIC 9(003)V99.
           05 SCORREL-PCT-MAIOR     PIC 9(003)V99.
           05 SCORREL-QTD-FALTAS    PIC 9(005).
           05 SCORREL-QTD-PEDIDOS   PIC 9(005).

      *CADASTRO DE FORNECEDORES EM MEMORIA, COM O ACUMULADO DO
      *MES EM CURSO
       01  WRK-TAB-FORN-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FORN-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-FORN-QTDE
               INDEXED BY IDX-FORN.
           05 TAB-FORN-CODIGO       PIC 9(003).
           05 TAB-FORN-NOME         PIC X(020).
           05 TAB-FORN-PRAZO-DIAS   PIC 9(003).
           05 TAB-FORN-QTD-PEDIDOS  PIC 9(005).
           05 TAB-FORN-SOMA-DIAS    PIC 9(007).
           05 TAB-FORN-QTD-PEDIDA   PIC 9(009).
           05 TAB-FORN-QTD-RECEBIDA PIC 9(009).
           05 TAB-FORN-QTD-RECEBTOS PIC 9(005).
           05 TAB-FORN-QTD-PARCIAIS PIC 9(005).
           05 TAB-FORN-QTD-MAIORES  PIC 9(005).
           05 TAB-FORN-QTD-FALTAS   PIC 9(005).

      *MAPA PRODUTO x FORNECEDOR EM MEMORIA
       01  WRK-TAB-FPROD-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-FPROD-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-FPROD-QTDE
               INDEXED BY IDX-FPROD.
           05 TAB-FPROD-COD-PRODUTO PIC 9(005).
           05 TAB-FPROD-COD-FORNEC  PIC 9(003).

      *DATA DO ULTIMO RECEBIMENTO DO DIA POR PRODUTO
       01  WRK-TAB-RECEB-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-RECEB-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-RECEB-QTDE
               INDEXED BY IDX-RECEB.
           05 TAB-RECEB-COD-PRODUTO PIC 9(005).
           05 TAB-RECEB-DATA        PIC 9(008).

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANOMES        PIC 9(006).
           05 WRK-SIS-DIA           PIC 9(002).

      *APOIO AO RUN
       01  WRK-ACHOU-FORN           PIC 9(004) VALUE ZEROS.
       01  WRK-COD-FORNEC           PIC 9(003) VALUE ZEROS.
       01  WRK-COD-PRODUTO          PIC 9(005) VALUE ZEROS.
       01  WRK-DATA-FECHAMENTO      PIC 9(008) VALUE ZEROS.
       01  WRK-DIAS-ENTREGA         PIC S9(009) VALUE ZEROS.
       01  WRK-SW-MES-FECHADO       PIC 9(001) VALUE ZEROS.
           88 MES-FECHADO              VALUE 1.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-PEDHOJE      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RECEBREG     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ESTQREP      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-SCORANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PEDIDOS-FECHADOS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-FORNECEDOR     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-SCORHOJE  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-SCORREL   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC00EX93-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-RECEBREG
             UNTIL WRK-FS-RECEBREG = "10".
           PERFORM 022-PROCESSAR-PEDHOJE
             UNTIL WRK-FS-PEDHOJE = "10".
           PERFORM 024-PROCESSAR-ESTQREP
             UNTIL WRK-FS-ESTQREP = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX93 INICIADO - AVALIACAO FORNECEDOR"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 014-CARREGAR-TABELA-FORNPROD.
           PERFORM 015-CARREGAR-SCORANT.
           PERFORM 041-LER-RECEBREG.
           PERFORM 042-LER-PEDHOJE.
           PERFORM 043-LER-ESTQREP.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PEDHOJE.
           IF WRK-FS-PEDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PEDHOJE - FS: " WRK-FS-PEDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    RECEBREG.
           IF WRK-FS-RECEBREG NOT = ZEROS
              DISPLAY "ERRO ABERTURA RECEBREG - FS: " WRK-FS-RECEBREG
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O ESTQREP (AC00EX10 NAO RODOU), NENHUMA FALTA NO DIA.
           OPEN INPUT    ESTQREP.
           IF WRK-FS-ESTQREP = "35"
              MOVE "10" TO WRK-FS-ESTQREP
           ELSE
              IF WRK-FS-ESTQREP NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ESTQREP - FS: "
                         WRK-FS-ESTQREP
                 PERFORM 999-ROTINA-ABEND
              END-IF
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

           OPEN OUTPUT   SCORHOJE.
           IF WRK-FS-SCORHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA SCORHOJE - FS: " WRK-FS-SCORHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   SCORREL.
           IF WRK-FS-SCORREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA SCORREL - FS: " WRK-FS-SCORREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-CARREGAR-TABELA-FORNECEDOR.
           PERFORM 044-LER-FORNECEDOR.
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
           INITIALIZE TAB-FORN-REGISTRO(WRK-TAB-FORN-QTDE).
           MOVE FORNECEDOR-CODIGO
           TO TAB-FORN-CODIGO(WRK-TAB-FORN-QTDE).
           MOVE FORNECEDOR-NOME
           TO TAB-FORN-NOME(WRK-TAB-FORN-QTDE).
           MOVE FORNECEDOR-PRAZO-DIAS
           TO TAB-FORN-PRAZO-DIAS(WRK-TAB-FORN-QTDE).
           PERFORM 044-LER-FORNECEDOR.

       014-CARREGAR-TABELA-FORNPROD.
           PERFORM 045-LER-FORNPROD.
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
           PERFORM 045-LER-FORNPROD.

      *ACUMULADO DO CICLO ANTERIOR. SE FOR DO MES EM CURSO, VOLTA
      *PARA A TABELA; SE FOR DE UM MES JA ENCERRADO, VIRA A
      *AVALIACAO DAQUELE MES NO SCORREL E NAO E CARREGADO.
      *SEM O ARQUIVO (PRIMEIRA RODADA), O MES COMECA ZERADO.
       015-CARREGAR-SCORANT.
           OPEN INPUT   SCORANT.
           IF WRK-FS-SCORANT = "35"
              CONTINUE
           ELSE
              IF WRK-FS-SCORANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA SCORANT - FS: "
                         WRK-FS-SCORANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 046-LER-SCORANT
              PERFORM 032-TRATAR-SCORANT
                UNTIL WRK-FS-SCORANT = "10"

              CLOSE SCORANT
              IF WRK-FS-SCORANT NOT = "00"
                 DISPLAY "ERRO CLOSE SCORANT - FS: " WRK-FS-SCORANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           IF MES-FECHADO
              DISPLAY "AVALIACAO DO MES ENCERRADO GRAVADA NO SCORREL"
           END-IF.

       032-TRATAR-SCORANT.
           MOVE SCOR-COD-FORNEC TO WRK-COD-FORNEC.
           PERFORM 035-LOCALIZAR-FORNECEDOR.
           IF WRK-ACHOU-FORN > ZEROS
              IF SCOR-ANOMES = WRK-SIS-ANOMES
                 MOVE SCOR-QTD-PEDIDOS
                   TO TAB-FORN-QTD-PEDIDOS(WRK-ACHOU-FORN)
                 MOVE SCOR-SOMA-DIAS
                   TO TAB-FORN-SOMA-DIAS(WRK-ACHOU-FORN)
                 MOVE SCOR-QTD-PEDIDA
                   TO TAB-FORN-QTD-PEDIDA(WRK-ACHOU-FORN)
                 MOVE SCOR-QTD-RECEBIDA
                   TO TAB-FORN-QTD-RECEBIDA(WRK-ACHOU-FORN)
                 MOVE SCOR-QTD-RECEBTOS
                   TO TAB-FORN-QTD-RECEBTOS(WRK-ACHOU-FORN)
                 MOVE SCOR-QTD-PARCIAIS
                   TO TAB-FORN-QTD-PARCIAIS(WRK-ACHOU-FORN)
                 MOVE SCOR-QTD-MAIORES
                   TO TAB-FORN-QTD-MAIORES(WRK-ACHOU-FORN)
                 MOVE SCOR-QTD-FALTAS
                   TO TAB-FORN-QTD-FALTAS(WRK-ACHOU-FORN)
              ELSE
                 SET MES-FECHADO TO TRUE
                 PERFORM 033-MONTAR-SCORREL
                 PERFORM 048-GRAVAR-SCORREL
              END-IF
           END-IF.
           PERFORM 046-LER-SCORANT.

      *INDICADORES DO MES A PARTIR DO ACUMULADO EM WRK-SCOR:
      *PRAZO MEDIO REAL = DIAS / PEDIDOS FECHADOS; ATENDIMENTO =
      *RECEBIDO / PEDIDO; PARCIAIS E A MAIOR SOBRE O TOTAL DE
      *RECEBIMENTOS.
       033-MONTAR-SCORREL.
           INITIALIZE WRK-SCORREL-REGISTRO.
           MOVE SCOR-ANOMES                    TO SCORREL-ANOMES.
           MOVE SCOR-COD-FORNEC                TO SCORREL-COD-FORNEC.
           MOVE TAB-FORN-NOME(WRK-ACHOU-FORN)  TO SCORREL-NOME-FORNEC.
           MOVE TAB-FORN-PRAZO-DIAS(WRK-ACHOU-FORN)
             TO SCORREL-PRAZO-PROMET.
           MOVE SCOR-QTD-FALTAS                TO SCORREL-QTD-FALTAS.
           MOVE SCOR-QTD-PEDIDOS               TO SCORREL-QTD-PEDIDOS.
           IF SCOR-QTD-PEDIDOS > ZEROS
              COMPUTE SCORREL-PRAZO-REAL ROUNDED =
                  SCOR-SOMA-DIAS / SCOR-QTD-PEDIDOS
           END-IF.
           IF SCOR-QTD-PEDIDA > ZEROS
              COMPUTE SCORREL-PCT-ATENDIDO ROUNDED =
                  SCOR-QTD-RECEBIDA * 100 / SCOR-QTD-PEDIDA
           END-IF.
           IF SCOR-QTD-RECEBTOS > ZEROS
              COMPUTE SCORREL-PCT-PARCIAL ROUNDED =
                  SCOR-QTD-PARCIAIS * 100 / SCOR-QTD-RECEBTOS
              COMPUTE SCORREL-PCT-MAIOR ROUNDED =
                  SCOR-QTD-MAIORES * 100 / SCOR-QTD-RECEBTOS
           END-IF.

      *PROCURA O FORNECEDOR DE WRK-COD-FORNEC NA TABELA.
       035-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WRK-ACHOU-FORN.
           SET IDX-FORN TO 1.
           SEARCH TAB-FORN-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FORN-CODIGO(IDX-FORN) = WRK-COD-FORNEC
                   SET WRK-ACHOU-FORN TO IDX-FORN
           END-SEARCH.

      *PROCURA O FORNECEDOR DO PRODUTO WRK-COD-PRODUTO NO MAPA
      *FORNPROD E DEPOIS NA TABELA DE FORNECEDORES.
       036-LOCALIZAR-FORNEC-PRODUTO.
           MOVE ZEROS TO WRK-ACHOU-FORN.
           MOVE ZEROS TO WRK-COD-FORNEC.
           SET IDX-FPROD TO 1.
           IF WRK-TAB-FPROD-QTDE > ZEROS
              SEARCH TAB-FPROD-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-FPROD-COD-PRODUTO(IDX-FPROD) =
                       WRK-COD-PRODUTO
                      MOVE TAB-FPROD-COD-FORNEC(IDX-FPROD)
                        TO WRK-COD-FORNEC
              END-SEARCH
           END-IF.
           IF WRK-COD-FORNEC > ZEROS
              PERFORM 035-LOCALIZAR-FORNECEDOR
           END-IF.
           IF WRK-ACHOU-FORN = ZEROS
              ADD 1 TO WRK-CONT-SEM-FORNECEDOR
           END-IF.

      *RECEBIMENTO DO DIA: CONTA A SITUACAO NO FORNECEDOR DO
      *PRODUTO E GUARDA A DATA PARA O PRAZO DOS PEDIDOS QUE ELE
      *FECHOU. PRODUTO SEM REGISTRO DE ESTOQUE (S) NAO ENTRA.
       020-PROCESSAR-RECEBREG.
           IF NOT RECEBREG-SEM-REGISTRO
              MOVE RECEBREG-COD-PRODUTO TO WRK-COD-PRODUTO
              PERFORM 036-LOCALIZAR-FORNEC-PRODUTO
              IF WRK-ACHOU-FORN > ZEROS
                 ADD 1 TO TAB-FORN-QTD-RECEBTOS(WRK-ACHOU-FORN)
                 IF RECEBREG-PARCIAL
                    ADD 1 TO TAB-FORN-QTD-PARCIAIS(WRK-ACHOU-FORN)
                 END-IF
                 IF RECEBREG-MAIOR
                    ADD 1 TO TAB-FORN-QTD-MAIORES(WRK-ACHOU-FORN)
                 END-IF
              END-IF
              PERFORM 021-GUARDAR-DATA-RECEB
           END-IF.
           PERFORM 041-LER-RECEBREG.

       021-GUARDAR-DATA-RECEB.
           SET IDX-RECEB TO 1.
           IF WRK-TAB-RECEB-QTDE > ZEROS
              SEARCH TAB-RECEB-REGISTRO
                  AT END
                      PERFORM 026-INCLUIR-DATA-RECEB
                  WHEN TAB-RECEB-COD-PRODUTO(IDX-RECEB) =
                       RECEBREG-COD-PRODUTO
                      IF RECEBREG-DATA > TAB-RECEB-DATA(IDX-RECEB)
                         MOVE RECEBREG-DATA
                           TO TAB-RECEB-DATA(IDX-RECEB)
                      END-IF
              END-SEARCH
           ELSE
              PERFORM 026-INCLUIR-DATA-RECEB
           END-IF.

       026-INCLUIR-DATA-RECEB.
           ADD 1 TO WRK-TAB-RECEB-QTDE.
           MOVE RECEBREG-COD-PRODUTO
             TO TAB-RECEB-COD-PRODUTO(WRK-TAB-RECEB-QTDE).
           MOVE RECEBREG-DATA
             TO TAB-RECEB-DATA(WRK-TAB-RECEB-QTDE).

      *PEDIDO FECHADO NO DIA: PRAZO REAL DA EMISSAO ATE O
      *RECEBIMENTO DO PRODUTO NO RECEBREG (SEM ELE, A DATA DO
      *RUN) E QUANTIDADES PEDIDA E RECEBIDA.
       022-PROCESSAR-PEDHOJE.
           IF PED-FECHADO
              ADD 1 TO WRK-CONT-PEDIDOS-FECHADOS
              MOVE PED-COD-FORNEC TO WRK-COD-FORNEC
              PERFORM 035-LOCALIZAR-FORNECEDOR
              IF WRK-ACHOU-FORN > ZEROS
                 PERFORM 023-ACUMULAR-PEDIDO
              ELSE
                 ADD 1 TO WRK-CONT-SEM-FORNECEDOR
              END-IF
           END-IF.
           PERFORM 042-LER-PEDHOJE.

       023-ACUMULAR-PEDIDO.
           MOVE WRK-DATA-SIS TO WRK-DATA-FECHAMENTO.
           SET IDX-RECEB TO 1.
           IF WRK-TAB-RECEB-QTDE > ZEROS
              SEARCH TAB-RECEB-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-RECEB-COD-PRODUTO(IDX-RECEB) =
                       PED-COD-PRODUTO
                      MOVE TAB-RECEB-DATA(IDX-RECEB)
                        TO WRK-DATA-FECHAMENTO
              END-SEARCH
           END-IF.

           COMPUTE WRK-DIAS-ENTREGA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FECHAMENTO)
               - FUNCTION INTEGER-OF-DATE(PED-DATA-EMISSAO).
           IF WRK-DIAS-ENTREGA < ZEROS
              MOVE ZEROS TO WRK-DIAS-ENTREGA
           END-IF.

           ADD 1                TO TAB-FORN-QTD-PEDIDOS(WRK-ACHOU-FORN).
           ADD WRK-DIAS-ENTREGA TO TAB-FORN-SOMA-DIAS(WRK-ACHOU-FORN).
           ADD PED-QTD-PEDIDA   TO TAB-FORN-QTD-PEDIDA(WRK-ACHOU-FORN).
           ADD PED-QTD-RECEBIDA
             TO TAB-FORN-QTD-RECEBIDA(WRK-ACHOU-FORN).

      *PRODUTO ABAIXO DO MINIMO NO RUN CONTA UMA FALTA PARA O
      *FORNECEDOR DO PRODUTO.
       024-PROCESSAR-ESTQREP.
           MOVE ESTQREP-COD-PRODUTO TO WRK-COD-PRODUTO.
           PERFORM 036-LOCALIZAR-FORNEC-PRODUTO.
           IF WRK-ACHOU-FORN > ZEROS
              ADD 1 TO TAB-FORN-QTD-FALTAS(WRK-ACHOU-FORN)
           END-IF.
           PERFORM 043-LER-ESTQREP.

       041-LER-RECEBREG.
           READ RECEBREG INTO WRK-RECEBREG-REGISTRO.
           IF WRK-FS-RECEBREG NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RECEBREG - FS: " WRK-FS-RECEBREG
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RECEBREG = "00"
                ADD 1 TO WRK-CONT-LIDOS-RECEBREG
           END-IF.

       042-LER-PEDHOJE.
           READ PEDHOJE INTO WRK-PED-REGISTRO.
           IF WRK-FS-PEDHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PEDHOJE - FS: " WRK-FS-PEDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PEDHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-PEDHOJE
           END-IF.

       043-LER-ESTQREP.
           IF WRK-FS-ESTQREP = "10"
              CONTINUE
           ELSE
              READ ESTQREP INTO WRK-ESTQREP-REGISTRO
              IF WRK-FS-ESTQREP NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA ESTQREP - FS: " WRK-FS-ESTQREP
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-ESTQREP = "00"
                   ADD 1 TO WRK-CONT-LIDOS-ESTQREP
              END-IF
           END-IF.

       044-LER-FORNECEDOR.
           READ FORNECEDOR INTO WRK-FORNECEDOR-REGISTRO.
           IF WRK-FS-FORNECEDOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FORNECEDOR - FS: "
                      WRK-FS-FORNECEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-FORNPROD.
           READ FORNPROD INTO WRK-FORNPROD-REGISTRO.
           IF WRK-FS-FORNPROD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FORNPROD - FS: " WRK-FS-FORNPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-SCORANT.
           READ SCORANT INTO WRK-SCOR-REGISTRO.
           IF WRK-FS-SCORANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA SCORANT - FS: " WRK-FS-SCORANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-SCORANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-SCORANT
           END-IF.

       048-GRAVAR-SCORREL.
           WRITE FD-SCORREL-REGISTRO FROM WRK-SCORREL-REGISTRO.
           IF WRK-FS-SCORREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO SCORREL - FS: " WRK-FS-SCORREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-SCORREL.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-SCORHOJE-TODOS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA ADIANTE O ACUMULADO DO MES EM CURSO DOS
      *FORNECEDORES QUE TIVERAM MOVIMENTO.
       055-GRAVAR-SCORHOJE-TODOS.
           PERFORM 056-GRAVAR-SCORHOJE
           VARYING IDX-FORN FROM 1 BY 1
           UNTIL IDX-FORN > WRK-TAB-FORN-QTDE.

       056-GRAVAR-SCORHOJE.
           IF TAB-FORN-QTD-PEDIDOS(IDX-FORN) > ZEROS
              OR TAB-FORN-QTD-RECEBTOS(IDX-FORN) > ZEROS
              OR TAB-FORN-QTD-FALTAS(IDX-FORN) > ZEROS
              MOVE WRK-SIS-ANOMES                 TO SCOR-ANOMES
              MOVE TAB-FORN-CODIGO(IDX-FORN)      TO SCOR-COD-FORNEC
              MOVE TAB-FORN-QTD-PEDIDOS(IDX-FORN) TO SCOR-QTD-PEDIDOS
              MOVE TAB-FORN-SOMA-DIAS(IDX-FORN)   TO SCOR-SOMA-DIAS
              MOVE TAB-FORN-QTD-PEDIDA(IDX-FORN)  TO SCOR-QTD-PEDIDA
              MOVE TAB-FORN-QTD-RECEBIDA(IDX-FORN)
                TO SCOR-QTD-RECEBIDA
              MOVE TAB-FORN-QTD-RECEBTOS(IDX-FORN)
                TO SCOR-QTD-RECEBTOS
              MOVE TAB-FORN-QTD-PARCIAIS(IDX-FORN)
                TO SCOR-QTD-PARCIAIS
              MOVE TAB-FORN-QTD-MAIORES(IDX-FORN) TO SCOR-QTD-MAIORES
              MOVE TAB-FORN-QTD-FALTAS(IDX-FORN)  TO SCOR-QTD-FALTAS
              WRITE FD-SCORHOJE-REGISTRO FROM WRK-SCOR-REGISTRO
              IF WRK-FS-SCORHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO SCORHOJE - FS: "
                         WRK-FS-SCORHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-SCORHOJE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos PEDHOJE.....: "
                   WRK-CONT-LIDOS-PEDHOJE.
           DISPLAY "Quantidade de Registros Lidos RECEBREG....: "
                   WRK-CONT-LIDOS-RECEBREG.
           DISPLAY "Quantidade de Registros Lidos ESTQREP.....: "
                   WRK-CONT-LIDOS-ESTQREP.
           DISPLAY "Quantidade de Registros Lidos SCORANT.....: "
                   WRK-CONT-LIDOS-SCORANT.
           DISPLAY "Quantidade de Pedidos Fechados no Dia.....: "
                   WRK-CONT-PEDIDOS-FECHADOS.
           DISPLAY "Quantidade de Movimentos Sem Fornecedor...: "
                   WRK-CONT-SEM-FORNECEDOR.
           DISPLAY "Quantidade de Registros Gravados SCORHOJE.: "
                   WRK-CONT-GRAVADOS-SCORHOJE.
           DISPLAY "Quantidade de Registros Gravados SCORREL..: "
                   WRK-CONT-GRAVADOS-SCORREL.

       052-FECHAR-ARQUIVOS.
           CLOSE PEDHOJE.
           IF WRK-FS-PEDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PEDHOJE - FS: " WRK-FS-PEDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RECEBREG.
           IF WRK-FS-RECEBREG NOT = "00"
              DISPLAY "ERRO CLOSE RECEBREG - FS: " WRK-FS-RECEBREG
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ESTQREP.

           CLOSE SCORHOJE.
           IF WRK-FS-SCORHOJE NOT = "00"
              DISPLAY "ERRO CLOSE SCORHOJE - FS: " WRK-FS-SCORHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE SCORREL.
           IF WRK-FS-SCORREL NOT = "00"
              DISPLAY "ERRO CLOSE SCORREL - FS: " WRK-FS-SCORREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX93".
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX06.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX06
      *ANALISE MENSAL DOS CASOS DE RECLAMACAO. RODA NO PRIMEIRO DIA
      *DO MES, DEPOIS DO AC01EX05, SOBRE O MESTRE DE CASOS DO DIA
      *(CASOHOJE). O PERIODO VEM DO PARAMETRO PARMCASO (DATA
      *INICIAL E FINAL DE ABERTURA); SEM ELE, O PERIODO E O MES
      *CIVIL ANTERIOR A DATA DO SISTEMA. OS CASOS ABERTOS NO
      *PERIODO (MENOS OS CANCELADOS, ABERTOS POR ENGANO) SAO
      *CASADOS COM AS DEVOLUCOES DA MESMA COMPRA (NOTACRED DO
      *AC00EX13, PELO CODIGO E PELA DATA DA COMPRA) E COM AS
      *ENTREGAS QUE FALHARAM (ENTRHOJE DO AC00EX90 COM TENTATIVA
      *FRACASSADA, PELA COMPRA E PELO CLIENTE). OS DOIS ARQUIVOS
      *SAO OPCIONAIS E RECEBEM TODAS AS GERACOES DO PERIODO EM
      *SEQUENCIA - UMA COMPRA QUE APARECE EM MAIS DE UMA GERACAO
      *CONTA UMA VEZ SO POR CASO. O RESULTADO SAI EM CASOANL, UMA
      *LINHA POR LOJA (L), POR VENDEDOR (V) E POR PRODUTO (P - O
      *PRODUTO ZERO JUNTA OS CASOS DA COMPRA TODA), COM OS CASOS
      *DO PERIODO, OS AINDA EM ABERTO, OS RESOLVIDOS, OS QUE TEM
      *DEVOLUCAO E OS QUE TEM ENTREGA FALHADA NA MESMA COMPRA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PERIODO DA ANALISE (OPCIONAL - SEM ELE, O MES ANTERIOR)
       SELECT PARMCASO ASSIGN    TO PARMCASO
                      FILE STATUS    IS WRK-FS-PARMCASO.

      *MESTRE DE CASOS GRAVADO PELO AC01EX05
       SELECT CASOHOJE ASSIGN    TO CASOHOJE
                      FILE STATUS    IS WRK-FS-CASOHOJE.

      *NOTAS DE CREDITO GRAVADAS PELO AC00EX13 NO PERIODO
      *(OPCIONAL - SEM ELAS, NENHUMA DEVOLUCAO E CASADA)
       SELECT NOTACRED ASSIGN    TO NOTACRED
                      FILE STATUS    IS WRK-FS-NOTACRED.

      *CARTEIRAS DE ENTREGA GRAVADAS PELO AC00EX90 NO PERIODO
      *(OPCIONAL - SEM ELAS, NENHUMA FALHA DE ENTREGA E CASADA)
       SELECT ENTRHOJE ASSIGN    TO ENTRHOJE
                      FILE STATUS    IS WRK-FS-ENTRHOJE.

      *ANALISE POR LOJA, VENDEDOR E PRODUTO
       SELECT CASOANL  ASSIGN    TO CASOANL
                      FILE STATUS    IS WRK-FS-CASOANL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMCASO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCASO-REGISTRO    PIC X(016).

       FD  CASOHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOHOJE-REGISTRO    PIC X(062).

       FD  NOTACRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NOTACRED-REGISTRO    PIC X(059).

       FD  ENTRHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENTRHOJE-REGISTRO    PIC X(089).

       FD  CASOANL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CASOANL-REGISTRO     PIC X(047).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMCASO       PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-NOTACRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENTRHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-CASOANL        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMCASO
       01  WRK-PARMCASO-REGISTRO.
           05 PARMCASO-DATA-INICIAL PIC  9(008).
           05 PARMCASO-DATA-FINAL   PIC  9(008).

      *LAYOUT DO MESTRE DE CASOS - MESMO GRAVADO PELO AC01EX05
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
               88 CASO-RESOLVIDO       VALUE "R".
               88 CASO-CANCELADO       VALUE "C".
               88 CASO-EM-ABERTO       VALUES "A" "E" "P".
           05 CASO-DATA-STATUS      PIC 9(008).
           05 CASO-COD-RESOLUCAO    PIC X(002).
           05 CASO-DATA-RESOLUCAO   PIC 9(008).

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

      *LAYOUT DE ENTRHOJE - MESMO GRAVADO PELO AC00EX90
       01  WRK-ENTR-REGISTRO.
           05 ENTR-COD-COMPRA       PIC 9(005).
           05 ENTR-COD-CLIENTE      PIC 9(003).
           05 ENTR-DATA-CRIACAO     PIC 9(008).
           05 ENTR-CEP              PIC 9(008).
           05 ENTR-ROTA             PIC 9(001).
           05 ENTR-QTD-TENTATIVAS   PIC 9(003).
           05 ENTR-STATUS           PIC X(001).
               88 ENTR-FALHADA         VALUE "F".
           05 ENTR-DATA-ENTREGA     PIC 9(008).
           05 ENTR-RUA              PIC X(030).
           05 ENTR-CIDADE           PIC X(020).
           05 ENTR-UF               PIC X(002).

      *LAYOUT DE CASOANL - UMA LINHA POR LOJA, VENDEDOR OU PRODUTO
       01  WRK-CASOANL-REGISTRO.
           05 ANL-DIMENSAO          PIC X(001).
               88 ANL-LOJA             VALUE "L".
               88 ANL-VENDEDOR         VALUE "V".
               88 ANL-PRODUTO          VALUE "P".
           05 ANL-CODIGO            PIC 9(005).
           05 ANL-DATA-INICIAL      PIC 9(008).
           05 ANL-DATA-FINAL        PIC 9(008).
           05 ANL-QTD-CASOS         PIC 9(005).
           05 ANL-QTD-EM-ABERTO     PIC 9(005).
           05 ANL-QTD-RESOLVIDOS    PIC 9(005).
           05 ANL-QTD-COM-DEVOLUCAO PIC 9(005).
           05 ANL-QTD-COM-FALHA-ENTREGA PIC 9(005).

      *CASOS DO PERIODO EM MEMORIA, COM A MARCACAO DE DEVOLUCAO E
      *DE ENTREGA FALHADA NA MESMA COMPRA
       01  WRK-TAB-CASO-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CASO-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CASO-QTDE
               INDEXED BY IDX-CASO.
           05 TAB-CASO-COD-COMPRA   PIC 9(005).
           05 TAB-CASO-DATA-COMPRA  PIC 9(008).
           05 TAB-CASO-COD-CLIENTE  PIC 9(003).
           05 TAB-CASO-COD-PRODUTO  PIC 9(005).
           05 TAB-CASO-COD-LOJA     PIC 9(003).
           05 TAB-CASO-COD-VENDEDOR PIC 9(003).
           05 TAB-CASO-STATUS       PIC X(001).
           05 TAB-CASO-SW-DEVOLUCAO PIC 9(001).
               88 TAB-CASO-COM-DEVOLUCAO    VALUE 1.
           05 TAB-CASO-SW-FALHA     PIC 9(001).
               88 TAB-CASO-COM-FALHA-ENTREGA VALUE 1.

      *TOTAIS POR DIMENSAO E CODIGO
       01  WRK-TAB-ANL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ANL-REGISTRO OCCURS 1 TO 3000 TIMES
               DEPENDING ON WRK-TAB-ANL-QTDE
               INDEXED BY IDX-ANL.
           05 TAB-ANL-DIMENSAO      PIC X(001).
           05 TAB-ANL-CODIGO        PIC 9(005).
           05 TAB-ANL-QTD-CASOS     PIC 9(005).
           05 TAB-ANL-QTD-EM-ABERTO PIC 9(005).
           05 TAB-ANL-QTD-RESOLVIDOS PIC 9(005).
           05 TAB-ANL-QTD-COM-DEVOLUCAO PIC 9(005).
           05 TAB-ANL-QTD-COM-FALHA PIC 9(005).

       01  WRK-ANL-DIMENSAO-BUSCA   PIC X(001) VALUE SPACES.
       01  WRK-ANL-CODIGO-BUSCA     PIC 9(005) VALUE ZEROS.

      *PERIODO DA ANALISE
       01  WRK-DATA-INICIAL         PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-INICIAL-R REDEFINES WRK-DATA-INICIAL.
           05 WRK-INI-ANO           PIC 9(004).
           05 WRK-INI-MES           PIC 9(002).
           05 WRK-INI-DIA           PIC 9(002).

       01  WRK-DATA-FINAL           PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-FINAL-R REDEFINES WRK-DATA-FINAL.
           05 WRK-FIM-ANO           PIC 9(004).
           05 WRK-FIM-MES           PIC 9(002).
           05 WRK-FIM-DIA           PIC 9(002).

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CASOHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-NOTACRED     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ENTRHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CASOANL   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-PERIODO      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-DEVOLUCAO    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CASOS-FALHA        PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX06-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-ACUMULAR-CASO
             VARYING IDX-CASO FROM 1 BY 1
               UNTIL IDX-CASO > WRK-TAB-CASO-QTDE.
           PERFORM 021-GRAVAR-CASOANL
             VARYING IDX-ANL FROM 1 BY 1
               UNTIL IDX-ANL > WRK-TAB-ANL-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX06 INICIADO - ANALISE DE CASOS"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMCASO.
           PERFORM 014-CARREGAR-CASOHOJE.
           PERFORM 015-CASAR-NOTACRED.
           PERFORM 016-CASAR-ENTRHOJE.

       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   CASOANL.
           IF WRK-FS-CASOANL NOT = ZEROS
              DISPLAY "ERRO ABERTURA CASOANL - FS: " WRK-FS-CASOANL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, O PERIODO E O MES CIVIL ANTERIOR.
       013-LER-PARMCASO.
           OPEN INPUT   PARMCASO.
           IF WRK-FS-PARMCASO = "35"
              PERFORM 030-MONTAR-MES-ANTERIOR
              DISPLAY "ARQUIVO PARMCASO NAO ENCONTRADO - ANALISE DO "
                      "MES ANTERIOR"
           ELSE
              IF WRK-FS-PARMCASO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMCASO - FS: "
                         WRK-FS-PARMCASO
                 PERFORM 999-ROTINA-ABEND
              END-IF

              READ PARMCASO INTO WRK-PARMCASO-REGISTRO
              IF WRK-FS-PARMCASO NOT = "00"
                 DISPLAY "ERRO LEITURA PARMCASO - FS: "
                         WRK-FS-PARMCASO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF PARMCASO-DATA-INICIAL > PARMCASO-DATA-FINAL
                 DISPLAY "PERIODO INVALIDO NO PARMCASO: "
                         PARMCASO-DATA-INICIAL " A "
                         PARMCASO-DATA-FINAL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMCASO-DATA-INICIAL TO WRK-DATA-INICIAL
              MOVE PARMCASO-DATA-FINAL   TO WRK-DATA-FINAL

              CLOSE PARMCASO
              IF WRK-FS-PARMCASO NOT = "00"
                 DISPLAY "ERRO CLOSE PARMCASO - FS: " WRK-FS-PARMCASO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           DISPLAY "PERIODO DA ANALISE: " WRK-DATA-INICIAL " A "
                   WRK-DATA-FINAL.

      *DO PRIMEIRO AO DIA 31 DO MES ANTERIOR - A DATA FINAL SO SERVE
      *DE LIMITE, NAO PRECISA EXISTIR NO CALENDARIO.
       030-MONTAR-MES-ANTERIOR.
           MOVE WRK-SIS-ANO TO WRK-INI-ANO.
           IF WRK-SIS-MES = 01
              SUBTRACT 1 FROM WRK-INI-ANO
              MOVE 12 TO WRK-INI-MES
           ELSE
              SUBTRACT 1 FROM WRK-SIS-MES GIVING WRK-INI-MES
           END-IF.
           MOVE 01 TO WRK-INI-DIA.
           MOVE WRK-DATA-INICIAL TO WRK-DATA-FINAL.
           MOVE 31 TO WRK-FIM-DIA.

      *CARREGA OS CASOS ABERTOS NO PERIODO, MENOS OS CANCELADOS.
       014-CARREGAR-CASOHOJE.
           OPEN INPUT   CASOHOJE.
           IF WRK-FS-CASOHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CASOHOJE - FS: " WRK-FS-CASOHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 041-LER-CASOHOJE.
           PERFORM 031-GUARDAR-CASO
             UNTIL WRK-FS-CASOHOJE = "10".

           CLOSE CASOHOJE.
           IF WRK-FS-CASOHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CASOHOJE - FS: " WRK-FS-CASOHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-TAB-CASO-QTDE = ZEROS
              DISPLAY "NENHUM CASO ABERTO NO PERIODO"
           END-IF.

       031-GUARDAR-CASO.
           IF CASO-DATA-ABERTURA NOT < WRK-DATA-INICIAL AND
              CASO-DATA-ABERTURA NOT > WRK-DATA-FINAL AND
              NOT CASO-CANCELADO
              IF WRK-TAB-CASO-QTDE = 9999
                 DISPLAY "TABELA DE CASOS DO PERIODO EXCEDIDA - "
                         "9999 CASOS"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-CASO-QTDE
              SET IDX-CASO TO WRK-TAB-CASO-QTDE
              MOVE CASO-COD-COMPRA   TO TAB-CASO-COD-COMPRA(IDX-CASO)
              MOVE CASO-DATA-COMPRA  TO TAB-CASO-DATA-COMPRA(IDX-CASO)
              MOVE CASO-COD-CLIENTE  TO TAB-CASO-COD-CLIENTE(IDX-CASO)
              MOVE CASO-COD-PRODUTO  TO TAB-CASO-COD-PRODUTO(IDX-CASO)
              MOVE CASO-COD-LOJA     TO TAB-CASO-COD-LOJA(IDX-CASO)
              MOVE CASO-COD-VENDEDOR
                TO TAB-CASO-COD-VENDEDOR(IDX-CASO)
              MOVE CASO-STATUS       TO TAB-CASO-STATUS(IDX-CASO)
              MOVE ZEROS TO TAB-CASO-SW-DEVOLUCAO(IDX-CASO)
                            TAB-CASO-SW-FALHA(IDX-CASO)
              ADD 1 TO WRK-CONT-CASOS-PERIODO
           END-IF.
           PERFORM 041-LER-CASOHOJE.

      *MARCA OS CASOS CUJA COMPRA TEVE NOTA DE CREDITO. SEM O
      *ARQUIVO, NENHUMA DEVOLUCAO E CASADA.
       015-CASAR-NOTACRED.
           OPEN INPUT   NOTACRED.
           IF WRK-FS-NOTACRED = "35"
              DISPLAY "ARQUIVO NOTACRED NAO ENCONTRADO - DEVOLUCOES "
                      "NAO CASADAS"
           ELSE
              IF WRK-FS-NOTACRED NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NOTACRED - FS: "
                         WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 042-LER-NOTACRED
              PERFORM 032-TRATAR-NOTACRED
                UNTIL WRK-FS-NOTACRED = "10"

              CLOSE NOTACRED
              IF WRK-FS-NOTACRED NOT = "00"
                 DISPLAY "ERRO CLOSE NOTACRED - FS: " WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       032-TRATAR-NOTACRED.
           PERFORM 034-MARCAR-DEVOLUCAO
             VARYING IDX-CASO FROM 1 BY 1
               UNTIL IDX-CASO > WRK-TAB-CASO-QTDE.
           PERFORM 042-LER-NOTACRED.

       034-MARCAR-DEVOLUCAO.
           IF TAB-CASO-COD-COMPRA(IDX-CASO) = NOTACRED-COD-COMPRA
              AND TAB-CASO-DATA-COMPRA(IDX-CASO) =
                  NOTACRED-DATA-COMPRA
              MOVE 1 TO TAB-CASO-SW-DEVOLUCAO(IDX-CASO)
           END-IF.

      *MARCA OS CASOS CUJA COMPRA TEVE TENTATIVA DE ENTREGA
      *FRACASSADA. SEM O ARQUIVO, NENHUMA FALHA E CASADA.
       016-CASAR-ENTRHOJE.
           OPEN INPUT   ENTRHOJE.
           IF WRK-FS-ENTRHOJE = "35"
              DISPLAY "ARQUIVO ENTRHOJE NAO ENCONTRADO - FALHAS DE "
                      "ENTREGA NAO CASADAS"
           ELSE
              IF WRK-FS-ENTRHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ENTRHOJE - FS: "
                         WRK-FS-ENTRHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-ENTRHOJE
              PERFORM 033-TRATAR-ENTRHOJE
                UNTIL WRK-FS-ENTRHOJE = "10"

              CLOSE ENTRHOJE
              IF WRK-FS-ENTRHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE ENTRHOJE - FS: " WRK-FS-ENTRHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-TRATAR-ENTRHOJE.
           IF ENTR-FALHADA OR ENTR-QTD-TENTATIVAS > ZEROS
              PERFORM 035-MARCAR-FALHA-ENTREGA
                VARYING IDX-CASO FROM 1 BY 1
                  UNTIL IDX-CASO > WRK-TAB-CASO-QTDE
           END-IF.
           PERFORM 043-LER-ENTRHOJE.

       035-MARCAR-FALHA-ENTREGA.
           IF TAB-CASO-COD-COMPRA(IDX-CASO) = ENTR-COD-COMPRA
              AND TAB-CASO-COD-CLIENTE(IDX-CASO) = ENTR-COD-CLIENTE
              MOVE 1 TO TAB-CASO-SW-FALHA(IDX-CASO)
           END-IF.

      *CADA CASO CONTA NA LOJA, NO VENDEDOR E NO PRODUTO.
       020-ACUMULAR-CASO.
           IF TAB-CASO-COM-DEVOLUCAO(IDX-CASO)
              ADD 1 TO WRK-CONT-CASOS-DEVOLUCAO
           END-IF.
           IF TAB-CASO-COM-FALHA-ENTREGA(IDX-CASO)
              ADD 1 TO WRK-CONT-CASOS-FALHA
           END-IF.

           MOVE "L" TO WRK-ANL-DIMENSAO-BUSCA.
           MOVE TAB-CASO-COD-LOJA(IDX-CASO) TO WRK-ANL-CODIGO-BUSCA.
           PERFORM 036-SOMAR-ANALISE.

           MOVE "V" TO WRK-ANL-DIMENSAO-BUSCA.
           MOVE TAB-CASO-COD-VENDEDOR(IDX-CASO)
             TO WRK-ANL-CODIGO-BUSCA.
           PERFORM 036-SOMAR-ANALISE.

           MOVE "P" TO WRK-ANL-DIMENSAO-BUSCA.
           MOVE TAB-CASO-COD-PRODUTO(IDX-CASO) TO WRK-ANL-CODIGO-BUSCA.
           PERFORM 036-SOMAR-ANALISE.

       036-SOMAR-ANALISE.
           PERFORM 080-BUSCAR-ANALISE.
           ADD 1 TO TAB-ANL-QTD-CASOS(IDX-ANL).
           IF TAB-CASO-STATUS(IDX-CASO) = "R"
              ADD 1 TO TAB-ANL-QTD-RESOLVIDOS(IDX-ANL)
           ELSE
              ADD 1 TO TAB-ANL-QTD-EM-ABERTO(IDX-ANL)
           END-IF.
           IF TAB-CASO-COM-DEVOLUCAO(IDX-CASO)
              ADD 1 TO TAB-ANL-QTD-COM-DEVOLUCAO(IDX-ANL)
           END-IF.
           IF TAB-CASO-COM-FALHA-ENTREGA(IDX-CASO)
              ADD 1 TO TAB-ANL-QTD-COM-FALHA(IDX-ANL)
           END-IF.

      *POSICIONA IDX-ANL NA LINHA DA DIMENSAO E CODIGO, CRIANDO A
      *LINHA SE AINDA NAO EXISTIR.
       080-BUSCAR-ANALISE.
           IF WRK-TAB-ANL-QTDE = ZEROS
              PERFORM 037-CRIAR-ANALISE
           ELSE
              SET IDX-ANL TO 1
              SEARCH TAB-ANL-REGISTRO
                  AT END
                      PERFORM 037-CRIAR-ANALISE
                  WHEN TAB-ANL-DIMENSAO(IDX-ANL) =
                       WRK-ANL-DIMENSAO-BUSCA
                   AND TAB-ANL-CODIGO(IDX-ANL) = WRK-ANL-CODIGO-BUSCA
                      CONTINUE
              END-SEARCH
           END-IF.

       037-CRIAR-ANALISE.
           IF WRK-TAB-ANL-QTDE = 3000
              DISPLAY "TABELA DA ANALISE EXCEDIDA - 3000 LINHAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-ANL-QTDE.
           SET IDX-ANL TO WRK-TAB-ANL-QTDE.
           MOVE WRK-ANL-DIMENSAO-BUSCA TO TAB-ANL-DIMENSAO(IDX-ANL).
           MOVE WRK-ANL-CODIGO-BUSCA   TO TAB-ANL-CODIGO(IDX-ANL).
           MOVE ZEROS TO TAB-ANL-QTD-CASOS(IDX-ANL)
                         TAB-ANL-QTD-EM-ABERTO(IDX-ANL)
                         TAB-ANL-QTD-RESOLVIDOS(IDX-ANL)
                         TAB-ANL-QTD-COM-DEVOLUCAO(IDX-ANL)
                         TAB-ANL-QTD-COM-FALHA(IDX-ANL).

       021-GRAVAR-CASOANL.
           MOVE TAB-ANL-DIMENSAO(IDX-ANL)  TO ANL-DIMENSAO.
           MOVE TAB-ANL-CODIGO(IDX-ANL)    TO ANL-CODIGO.
           MOVE WRK-DATA-INICIAL           TO ANL-DATA-INICIAL.
           MOVE WRK-DATA-FINAL             TO ANL-DATA-FINAL.
           MOVE TAB-ANL-QTD-CASOS(IDX-ANL) TO ANL-QTD-CASOS.
           MOVE TAB-ANL-QTD-EM-ABERTO(IDX-ANL) TO ANL-QTD-EM-ABERTO.
           MOVE TAB-ANL-QTD-RESOLVIDOS(IDX-ANL) TO ANL-QTD-RESOLVIDOS.
           MOVE TAB-ANL-QTD-COM-DEVOLUCAO(IDX-ANL)
             TO ANL-QTD-COM-DEVOLUCAO.
           MOVE TAB-ANL-QTD-COM-FALHA(IDX-ANL)
             TO ANL-QTD-COM-FALHA-ENTREGA.
           WRITE FD-CASOANL-REGISTRO FROM WRK-CASOANL-REGISTRO.
           IF WRK-FS-CASOANL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CASOANL - FS: " WRK-FS-CASOANL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CASOANL.

       041-LER-CASOHOJE.
           READ CASOHOJE  INTO WRK-CASO-REGISTRO.
           IF WRK-FS-CASOHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CASOHOJE - FS: " WRK-FS-CASOHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CASOHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-CASOHOJE
           END-IF.

       042-LER-NOTACRED.
           READ NOTACRED  INTO WRK-NOTACRED-REGISTRO.
           IF WRK-FS-NOTACRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-NOTACRED = "00"
                ADD 1 TO WRK-CONT-LIDOS-NOTACRED
           END-IF.

       043-LER-ENTRHOJE.
           READ ENTRHOJE  INTO WRK-ENTR-REGISTRO.
           IF WRK-FS-ENTRHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENTRHOJE - FS: " WRK-FS-ENTRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ENTRHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-ENTRHOJE
           END-IF.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CASOHOJE....: "
                   WRK-CONT-LIDOS-CASOHOJE.
           DISPLAY "Quantidade de Registros Lidos NOTACRED....: "
                   WRK-CONT-LIDOS-NOTACRED.
           DISPLAY "Quantidade de Registros Lidos ENTRHOJE....: "
                   WRK-CONT-LIDOS-ENTRHOJE.
           DISPLAY "Quantidade de Registros Gravados CASOANL..: "
                   WRK-CONT-GRAVADOS-CASOANL.
           DISPLAY "Quantidade de Casos no Periodo............: "
                   WRK-CONT-CASOS-PERIODO.
           DISPLAY "Quantidade de Casos com Devolucao.........: "
                   WRK-CONT-CASOS-DEVOLUCAO.
           DISPLAY "Quantidade de Casos com Entrega Falhada...: "
                   WRK-CONT-CASOS-FALHA.

       052-FECHAR-ARQUIVOS.
           CLOSE CASOANL.
           IF WRK-FS-CASOANL NOT = "00"
              DISPLAY "ERRO CLOSE CASOANL - FS: " WRK-FS-CASOANL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX06".
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX08.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX08
      *MONITORACAO DE ABUSO DE DEVOLUCAO POR CLIENTE E POR
      *VENDEDOR. RODA NA ESTEIRA DO AC00EX13, LENDO AS NOTAS DE
      *CREDITO DO DIA (NOTACRED) E AS VENDAS DO DIA (EXTRATO DE
      *COMPRA, COM O VALOR LIQUIDO SOMADO DO DEBCRE E DO BOLCHE).
      *O HISTORICO SOBREVIVE ENTRE OS RUNS EM DEVHANT/DEVHHOJE,
      *UMA LINHA POR CLIENTE (C) E POR VENDEDOR (V), COM AS VENDAS
      *E AS DEVOLUCOES DO MES CORRENTE E DO MES ANTERIOR - A JANELA
      *ROLA NA VIRADA DO MES. NO CLIENTE SAO ACOMPANHADAS A TAXA DE
      *DEVOLUCAO EM QUANTIDADE E EM VALOR, AS DEVOLUCOES FORA DA
      *JANELA DE DIAS DESDE COMPRA-DATA E AS DEVOLUCOES DE ITEM DE
      *ALTO VALOR POUCOS DIAS DEPOIS DA COMPRA; NO VENDEDOR, A TAXA
      *DE DEVOLUCAO DAS SUAS VENDAS. QUEM TEVE DEVOLUCAO NO RUN
      *RECEBE UMA PONTUACAO:
      *  CLIENTE  - TAXA EM QUANTIDADE ACIMA DO CORTE    30
      *             TAXA EM VALOR ACIMA DO CORTE         30
      *             CADA DEVOLUCAO FORA DA JANELA        20
      *             CADA ALTO VALOR DEVOLVIDO RAPIDO     15
      *  VENDEDOR - TAXA EM QUANTIDADE ACIMA DO CORTE    40
      *             TAXA EM VALOR ACIMA DO CORTE         40
      *             CADA ALTO VALOR DEVOLVIDO RAPIDO     10
      *PONTUACAO NO CORTE OU ACIMA APONTA PARA A FILA DEVREV,
      *SEPARADA DA FILA DE FRAUDE DE COMPRA DO AC00EX65. COMO NO
      *AC00EX65, QUEM E APONTADO DE NOVO SOMA RUNS SEGUIDOS E
      *ESCALA PARA O NIVEL E; QUEM TEVE DEVOLUCAO NO RUN E FICOU
      *ABAIXO DO CORTE VOLTA A ZERO. OS CORTES VEM DO PARAMETRO
      *PARMDEVA (SEM ELE: TAXA DE 30% NO CLIENTE COM PELO MENOS 3
      *COMPRAS, JANELA DE 30 DIAS, ALTO VALOR 1.000,00 EM ATE 7
      *DIAS, TAXA DE 15% NO VENDEDOR COM PELO MENOS 10 VENDAS,
      *CORTE DE 50 PONTOS E ESCALA NO TERCEIRO RUN).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

       SELECT DEBCRE   ASSIGN    TO DEBCRE
                      FILE STATUS    IS WRK-FS-DEBCRE.

       SELECT BOLCHE   ASSIGN    TO BOLCHE
                      FILE STATUS    IS WRK-FS-BOLCHE.

      *NOTAS DE CREDITO DO DIA GRAVADAS PELO AC00EX13
       SELECT NOTACRED ASSIGN    TO NOTACRED
                      FILE STATUS    IS WRK-FS-NOTACRED.

      *CORTES DA MONITORACAO (OPCIONAL)
       SELECT PARMDEVA ASSIGN    TO PARMDEVA
                      FILE STATUS    IS WRK-FS-PARMDEVA.

      *HISTORICO DE DEVOLUCOES DO CICLO ANTERIOR
       SELECT DEVHANT  ASSIGN    TO DEVHANT
                      FILE STATUS    IS WRK-FS-DEVHANT.

      *HISTORICO DE DEVOLUCOES ATUALIZADO DESTE CICLO
       SELECT DEVHHOJE ASSIGN    TO DEVHHOJE
                      FILE STATUS    IS WRK-FS-DEVHHOJE.

      *FILA DE REVISAO DE ABUSO DE DEVOLUCAO
       SELECT DEVREV   ASSIGN    TO DEVREV
                      FILE STATUS    IS WRK-FS-DEVREV.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  DEBCRE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBCRE-REGISTRO      PIC X(059).

       FD  BOLCHE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BOLCHE-REGISTRO      PIC X(059).

       FD  NOTACRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NOTACRED-REGISTRO    PIC X(059).

       FD  PARMDEVA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDEVA-REGISTRO    PIC X(039).

       FD  DEVHANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEVHANT-REGISTRO     PIC X(109).

       FD  DEVHHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEVHHOJE-REGISTRO    PIC X(109).

       FD  DEVREV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEVREV-REGISTRO      PIC X(053).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBCRE         PIC X(002) VALUE SPACES.
           05 WRK-FS-BOLCHE         PIC X(002) VALUE SPACES.
           05 WRK-FS-NOTACRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMDEVA       PIC X(002) VALUE SPACES.
           05 WRK-FS-DEVHANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-DEVHHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-DEVREV         PIC X(002) VALUE SPACES.

      *LAYOUT DE COMPRA - MESMO EXTRATO LIDO PELO AC00EX10
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC  9(005).
           05 COMPRA-TIPO-PAGTO     PIC  X(008).
           05 COMPRA-COD-CLIENTE    PIC  9(003).
           05 COMPRA-DATA           PIC  9(008).
           05 COMPRA-COD-VENDEDOR   PIC  9(003).
           05 COMPRA-COD-LOJA       PIC  9(003).
           05 COMPRA-NUM-VALE       PIC  9(008).

      *LAYOUT DE DEBCRE/BOLCHE - MESMAS LINHAS GRAVADAS PELO AC00EX10
       01  WRK-LINHA-REGISTRO.
           05 LINHA-COD-COMPRA      PIC  9(005).
           05 LINHA-NOME-PRODUTO    PIC  X(010).
           05 LINHA-TIPO-PAGTO      PIC  X(008).
           05 LINHA-VALOR           PIC  9(009)V99.
           05 LINHA-QUANTIDADE      PIC  9(003).
           05 LINHA-VALOR-LIQUIDO   PIC  9(009)V99.
           05 LINHA-VALOR-IMPOSTO   PIC  9(009)V99.

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

      *LAYOUT DE PARMDEVA - CORTES DA MONITORACAO
       01  WRK-PARMDEVA-REGISTRO.
           05 PARMDEVA-TAXA-CLIENTE   PIC  9(003)V99.
           05 PARMDEVA-MIN-COMPRAS    PIC  9(003).
           05 PARMDEVA-JANELA-DIAS    PIC  9(003).
           05 PARMDEVA-VALOR-ALTO     PIC  9(009)V99.
           05 PARMDEVA-DIAS-RAPIDA    PIC  9(003).
           05 PARMDEVA-TAXA-VENDEDOR  PIC  9(003)V99.
           05 PARMDEVA-MIN-VENDAS     PIC  9(003).
           05 PARMDEVA-PONTOS-CORTE   PIC  9(003).
           05 PARMDEVA-RUNS-ESCALA    PIC  9(003).

      *LAYOUT DO HISTORICO (DEVHANT/DEVHHOJE) - PERIODO 1 E O MES
      *CORRENTE (DEVH-MES), PERIODO 2 O MES ANTERIOR
       01  WRK-DEVH-REGISTRO.
           05 DEVH-TIPO             PIC  X(001).
               88 DEVH-CLIENTE         VALUE "C".
               88 DEVH-VENDEDOR        VALUE "V".
           05 DEVH-CODIGO           PIC  9(003).
           05 DEVH-MES              PIC  9(006).
           05 DEVH-PERIODO OCCURS 2 TIMES.
              07 DEVH-QTD-COMPRAS   PIC  9(005).
              07 DEVH-VALOR-COMPRAS PIC  9(009)V99.
              07 DEVH-QTD-DEVOL     PIC  9(005).
              07 DEVH-VALOR-DEVOL   PIC  9(009)V99.
              07 DEVH-QTD-FORA-JANELA PIC 9(005).
              07 DEVH-QTD-ALTO-RAPIDA PIC 9(005).
           05 DEVH-PONTOS           PIC  9(003).
           05 DEVH-RUNS-SEGUIDOS    PIC  9(003).
           05 DEVH-NIVEL            PIC  X(001).
               88 DEVH-SEM-APONTAMENTO VALUE SPACE.
               88 DEVH-SUSPEITO        VALUE "S".
               88 DEVH-ESCALADO        VALUE "E".
           05 DEVH-DATA-ULTIMA      PIC  9(008).

      *LAYOUT DE DEVREV - SUSPEITO APONTADO PARA REVISAO
       01  WRK-DEVREV-REGISTRO.
           05 DEVREV-TIPO           PIC  X(001).
           05 DEVREV-CODIGO         PIC  9(003).
           05 DEVREV-DATA           PIC  9(008).
           05 DEVREV-PONTOS         PIC  9(003).
           05 DEVREV-QTD-COMPRAS    PIC  9(005).
           05 DEVREV-QTD-DEVOL      PIC  9(005).
           05 DEVREV-TAXA-QTDE      PIC  9(005)V99.
           05 DEVREV-TAXA-VALOR     PIC  9(005)V99.
           05 DEVREV-QTD-FORA-JANELA PIC 9(005).
           05 DEVREV-QTD-ALTO-RAPIDA PIC 9(005).
           05 DEVREV-RUNS-SEGUIDOS  PIC  9(003).
           05 DEVREV-NIVEL          PIC  X(001).
               88 DEVREV-NIV-SUSPEITO  VALUE "S".
               88 DEVREV-NIV-ESCALADO  VALUE "E".

      *HISTORICO EM MEMORIA, ACRESCIDO DOS CLIENTES E VENDEDORES
      *NOVOS DO DIA
       01  WRK-TAB-HIST-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-HIST-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-HIST-QTDE
               INDEXED BY IDX-HIST.
           05 TAB-HIST-DADOS        PIC X(109).
           05 TAB-HIST-SW-DEVOLUCAO PIC 9(001).
               88 TAB-HIST-COM-DEVOLUCAO VALUE 1.

      *VALOR LIQUIDO POR COMPRA, SOMADO DO DEBCRE E DO BOLCHE
       01  WRK-TAB-VCOMP-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-VCOMP-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-VCOMP-QTDE
               INDEXED BY IDX-VCOMP.
           05 TAB-VCOMP-COD-COMPRA  PIC 9(005).
           05 TAB-VCOMP-VALOR       PIC 9(009)V99.

      *VENDEDOR DE CADA COMPRA DO EXTRATO, PARA A DEVOLUCAO
       01  WRK-TAB-CPR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CPR-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CPR-QTDE
               INDEXED BY IDX-CPR.
           05 TAB-CPR-COD-COMPRA    PIC 9(005).
           05 TAB-CPR-DATA          PIC 9(008).
           05 TAB-CPR-COD-VENDEDOR  PIC 9(003).

      *COMPRAS JA CONTADAS COMO DEVOLVIDAS NESTE RUN - UMA COMPRA
      *COM VARIAS LINHAS DEVOLVIDAS CONTA UMA DEVOLUCAO SO
       01  WRK-TAB-DEVC-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-DEVC-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-DEVC-QTDE
               INDEXED BY IDX-DEVC.
           05 TAB-DEVC-COD-COMPRA   PIC 9(005).
           05 TAB-DEVC-DATA         PIC 9(008).

      *CHAVE DE BUSCA NO HISTORICO
       01  WRK-HIST-TIPO-BUSCA      PIC X(001) VALUE SPACES.
       01  WRK-HIST-CODIGO-BUSCA    PIC 9(003) VALUE ZEROS.

      *DATA DO SISTEMA E MES CORRENTE / ANTERIOR
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-MES-ATUAL     PIC 9(006).
           05 FILLER                PIC 9(002).
       01  WRK-DATA-SIS-R2 REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-MES-ANTERIOR         PIC 9(006) VALUE ZEROS.
       01  WRK-MES-ANTERIOR-R REDEFINES WRK-MES-ANTERIOR.
           05 WRK-ANT-ANO           PIC 9(004).
           05 WRK-ANT-MES           PIC 9(002).

      *APOIO A APURACAO DA DEVOLUCAO E DA PONTUACAO
       01  WRK-DATA-SIS-INTEIRO     PIC S9(009) VALUE ZEROS.
       01  WRK-DATA-COMPRA-INTEIRO  PIC S9(009) VALUE ZEROS.
       01  WRK-DIAS-DESDE-COMPRA    PIC S9(005) VALUE ZEROS.
       01  WRK-VALOR-COMPRA         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-VALOR-UNITARIO       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-COD-VENDEDOR         PIC 9(003) VALUE ZEROS.
       01  WRK-SW-COMPRA-NOVA       PIC 9(001) VALUE ZEROS.
           88 DEVOLUCAO-COMPRA-NOVA    VALUE 1.
       01  WRK-SW-FORA-JANELA       PIC 9(001) VALUE ZEROS.
           88 DEVOLUCAO-FORA-JANELA    VALUE 1.
       01  WRK-SW-ALTO-RAPIDA       PIC 9(001) VALUE ZEROS.
           88 DEVOLUCAO-ALTO-RAPIDA    VALUE 1.

       01  WRK-JANELA.
           03 WRK-JAN-QTD-COMPRAS   PIC 9(006) VALUE ZEROS.
           03 WRK-JAN-VALOR-COMPRAS PIC 9(011)V99 VALUE ZEROS.
           03 WRK-JAN-QTD-DEVOL     PIC 9(006) VALUE ZEROS.
           03 WRK-JAN-VALOR-DEVOL   PIC 9(011)V99 VALUE ZEROS.
           03 WRK-JAN-QTD-FORA      PIC 9(006) VALUE ZEROS.
           03 WRK-JAN-QTD-ALTO      PIC 9(006) VALUE ZEROS.
       01  WRK-TAXA-QTDE            PIC 9(005)V99 VALUE ZEROS.
       01  WRK-TAXA-VALOR           PIC 9(005)V99 VALUE ZEROS.
       01  WRK-PONTOS               PIC 9(007) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-COMPRA       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DEBCRE       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-BOLCHE       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-NOTACRED     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DEVHANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DEVHHOJE  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FORA-JANELA        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ALTO-RAPIDA        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-VENDEDOR       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SUSPEITOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ESCALADOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIMPOS             PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXPURGADOS         PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX08-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-ACUMULAR-VENDA
             UNTIL WRK-FS-COMPRA = "10".
           PERFORM 021-ACUMULAR-DEVOLUCAO
             UNTIL WRK-FS-NOTACRED = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX08 INICIADO - ABUSO DE DEVOLUCAO"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           MOVE WRK-SIS-ANO TO WRK-ANT-ANO.
           IF WRK-SIS-MES = 01
              SUBTRACT 1 FROM WRK-ANT-ANO
              MOVE 12 TO WRK-ANT-MES
           ELSE
              SUBTRACT 1 FROM WRK-SIS-MES GIVING WRK-ANT-MES
           END-IF.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-ABRIR-PARMDEVA.
           PERFORM 014-CARREGAR-VALORES-VENDA.
           PERFORM 015-CARREGAR-TABELA-DEVHANT.
           PERFORM 041-LER-COMPRA.
           PERFORM 042-LER-NOTACRED.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    DEBCRE.
           IF WRK-FS-DEBCRE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    BOLCHE.
           IF WRK-FS-BOLCHE NOT = ZEROS
              DISPLAY "ERRO ABERTURA BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    NOTACRED.
           IF WRK-FS-NOTACRED NOT = ZEROS
              DISPLAY "ERRO ABERTURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEVHHOJE.
           IF WRK-FS-DEVHHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEVHHOJE - FS: "
                      WRK-FS-DEVHHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEVREV.
           IF WRK-FS-DEVREV NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEVREV - FS: " WRK-FS-DEVREV
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS CORTES DA MONITORACAO. SEM O PARAMETRO, ASSUME OS
      *VALORES PADRAO DESCRITOS NO CABECALHO.
       013-ABRIR-PARMDEVA.
           OPEN INPUT   PARMDEVA.
           IF WRK-FS-PARMDEVA = "35"
              MOVE 30,00   TO PARMDEVA-TAXA-CLIENTE
              MOVE 3       TO PARMDEVA-MIN-COMPRAS
              MOVE 30      TO PARMDEVA-JANELA-DIAS
              MOVE 1000,00 TO PARMDEVA-VALOR-ALTO
              MOVE 7       TO PARMDEVA-DIAS-RAPIDA
              MOVE 15,00   TO PARMDEVA-TAXA-VENDEDOR
              MOVE 10      TO PARMDEVA-MIN-VENDAS
              MOVE 50      TO PARMDEVA-PONTOS-CORTE
              MOVE 3       TO PARMDEVA-RUNS-ESCALA
           ELSE
              IF WRK-FS-PARMDEVA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMDEVA - FS: "
                         WRK-FS-PARMDEVA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMDEVA INTO WRK-PARMDEVA-REGISTRO
              IF WRK-FS-PARMDEVA NOT = "00"
                 DISPLAY "ERRO LEITURA PARMDEVA - FS: "
                         WRK-FS-PARMDEVA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMDEVA
           END-IF.

      *SOMA O VALOR LIQUIDO DAS LINHAS DE DEBCRE E BOLCHE POR COMPRA.
       014-CARREGAR-VALORES-VENDA.
           PERFORM 043-LER-DEBCRE.
           PERFORM 030-ACUMULAR-DEBCRE
             UNTIL WRK-FS-DEBCRE = "10".
           CLOSE DEBCRE.
           IF WRK-FS-DEBCRE NOT = "00"
              DISPLAY "ERRO CLOSE DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 044-LER-BOLCHE.
           PERFORM 031-ACUMULAR-BOLCHE
             UNTIL WRK-FS-BOLCHE = "10".
           CLOSE BOLCHE.
           IF WRK-FS-BOLCHE NOT = "00"
              DISPLAY "ERRO CLOSE BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       030-ACUMULAR-DEBCRE.
           PERFORM 032-SOMAR-VALOR-COMPRA.
           PERFORM 043-LER-DEBCRE.

       031-ACUMULAR-BOLCHE.
           PERFORM 032-SOMAR-VALOR-COMPRA.
           PERFORM 044-LER-BOLCHE.

       032-SOMAR-VALOR-COMPRA.
           SET IDX-VCOMP TO 1.
           SEARCH TAB-VCOMP-REGISTRO
               AT END
                   IF WRK-TAB-VCOMP-QTDE = 9999
                      DISPLAY "TABELA DE VALORES EXCEDIDA - 9999 "
                              "COMPRAS"
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-TAB-VCOMP-QTDE
                   MOVE LINHA-COD-COMPRA
                   TO TAB-VCOMP-COD-COMPRA(WRK-TAB-VCOMP-QTDE)
                   MOVE LINHA-VALOR-LIQUIDO
                   TO TAB-VCOMP-VALOR(WRK-TAB-VCOMP-QTDE)
               WHEN TAB-VCOMP-COD-COMPRA(IDX-VCOMP) =
                    LINHA-COD-COMPRA
                   ADD LINHA-VALOR-LIQUIDO
                   TO TAB-VCOMP-VALOR(IDX-VCOMP)
           END-SEARCH.

      *CARREGA O HISTORICO DO CICLO ANTERIOR, ROLANDO A JANELA NA
      *VIRADA DO MES. SEM O ARQUIVO, NENHUM HISTORICO (PRIMEIRA
      *EXECUCAO).
       015-CARREGAR-TABELA-DEVHANT.
           OPEN INPUT   DEVHANT.
           IF WRK-FS-DEVHANT = "35"
              MOVE ZEROS TO WRK-TAB-HIST-QTDE
           ELSE
              IF WRK-FS-DEVHANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA DEVHANT - FS: "
                         WRK-FS-DEVHANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 045-LER-DEVHANT
              PERFORM 033-MOVER-DADOS-TAB-HIST
                UNTIL WRK-FS-DEVHANT = "10"

              CLOSE DEVHANT
              IF WRK-FS-DEVHANT NOT = "00"
                 DISPLAY "ERRO CLOSE DEVHANT - FS: " WRK-FS-DEVHANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-MOVER-DADOS-TAB-HIST.
           IF DEVH-MES NOT = WRK-SIS-MES-ATUAL
              IF DEVH-MES = WRK-MES-ANTERIOR
                 MOVE DEVH-PERIODO(1) TO DEVH-PERIODO(2)
              ELSE
                 PERFORM 034-ZERAR-PERIODO-2
              END-IF
              PERFORM 035-ZERAR-PERIODO-1
              MOVE WRK-SIS-MES-ATUAL TO DEVH-MES
           END-IF.
           IF WRK-TAB-HIST-QTDE = 2000
              DISPLAY "TABELA DO HISTORICO EXCEDIDA - 2000 LINHAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-HIST-QTDE.
           MOVE WRK-DEVH-REGISTRO
             TO TAB-HIST-DADOS(WRK-TAB-HIST-QTDE).
           MOVE ZEROS
             TO TAB-HIST-SW-DEVOLUCAO(WRK-TAB-HIST-QTDE).
           PERFORM 045-LER-DEVHANT.

       034-ZERAR-PERIODO-2.
           MOVE ZEROS TO DEVH-QTD-COMPRAS(2)
                         DEVH-VALOR-COMPRAS(2)
                         DEVH-QTD-DEVOL(2)
                         DEVH-VALOR-DEVOL(2)
                         DEVH-QTD-FORA-JANELA(2)
                         DEVH-QTD-ALTO-RAPIDA(2).

       035-ZERAR-PERIODO-1.
           MOVE ZEROS TO DEVH-QTD-COMPRAS(1)
                         DEVH-VALOR-COMPRAS(1)
                         DEVH-QTD-DEVOL(1)
                         DEVH-VALOR-DEVOL(1)
                         DEVH-QTD-FORA-JANELA(1)
                         DEVH-QTD-ALTO-RAPIDA(1).

      *UMA COMPRA DO EXTRATO POR ITERACAO: SOMA A VENDA NO CLIENTE
      *E NO VENDEDOR E GUARDA O VENDEDOR DA COMPRA.
       020-ACUMULAR-VENDA.
           MOVE ZEROS TO WRK-VALOR-COMPRA.
           SET IDX-VCOMP TO 1.
           SEARCH TAB-VCOMP-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-VCOMP-COD-COMPRA(IDX-VCOMP) =
                    COMPRA-COD-COMPRA
                   MOVE TAB-VCOMP-VALOR(IDX-VCOMP)
                     TO WRK-VALOR-COMPRA
           END-SEARCH.

           MOVE "C"                TO WRK-HIST-TIPO-BUSCA.
           MOVE COMPRA-COD-CLIENTE TO WRK-HIST-CODIGO-BUSCA.
           PERFORM 080-BUSCAR-HISTORICO.
           ADD 1                TO DEVH-QTD-COMPRAS(1).
           ADD WRK-VALOR-COMPRA TO DEVH-VALOR-COMPRAS(1).
           MOVE WRK-DEVH-REGISTRO TO TAB-HIST-DADOS(IDX-HIST).

           MOVE "V"                 TO WRK-HIST-TIPO-BUSCA.
           MOVE COMPRA-COD-VENDEDOR TO WRK-HIST-CODIGO-BUSCA.
           PERFORM 080-BUSCAR-HISTORICO.
           ADD 1                TO DEVH-QTD-COMPRAS(1).
           ADD WRK-VALOR-COMPRA TO DEVH-VALOR-COMPRAS(1).
           MOVE WRK-DEVH-REGISTRO TO TAB-HIST-DADOS(IDX-HIST).

           IF WRK-TAB-CPR-QTDE = 9999
              DISPLAY "TABELA DE COMPRAS EXCEDIDA - 9999 COMPRAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CPR-QTDE.
           MOVE COMPRA-COD-COMPRA
             TO TAB-CPR-COD-COMPRA(WRK-TAB-CPR-QTDE).
           MOVE COMPRA-DATA
             TO TAB-CPR-DATA(WRK-TAB-CPR-QTDE).
           MOVE COMPRA-COD-VENDEDOR
             TO TAB-CPR-COD-VENDEDOR(WRK-TAB-CPR-QTDE).

           PERFORM 041-LER-COMPRA.

      *UMA LINHA DE NOTA DE CREDITO POR ITERACAO. A COMPRA CONTA
      *UMA DEVOLUCAO SO NO RUN; O VALOR SOMA TODAS AS LINHAS.
       021-ACUMULAR-DEVOLUCAO.
           MOVE ZEROS TO WRK-SW-COMPRA-NOVA
                         WRK-SW-FORA-JANELA
                         WRK-SW-ALTO-RAPIDA.
           SET IDX-DEVC TO 1.
           SEARCH TAB-DEVC-REGISTRO
               AT END
                   SET DEVOLUCAO-COMPRA-NOVA TO TRUE
               WHEN TAB-DEVC-COD-COMPRA(IDX-DEVC) =
                    NOTACRED-COD-COMPRA
                AND TAB-DEVC-DATA(IDX-DEVC) = NOTACRED-DATA-COMPRA
                   CONTINUE
           END-SEARCH.
           IF DEVOLUCAO-COMPRA-NOVA
              IF WRK-TAB-DEVC-QTDE = 9999
                 DISPLAY "TABELA DE DEVOLUCOES EXCEDIDA - 9999 "
                         "COMPRAS"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-DEVC-QTDE
              MOVE NOTACRED-COD-COMPRA
                TO TAB-DEVC-COD-COMPRA(WRK-TAB-DEVC-QTDE)
              MOVE NOTACRED-DATA-COMPRA
                TO TAB-DEVC-DATA(WRK-TAB-DEVC-QTDE)
           END-IF.

           COMPUTE WRK-DATA-COMPRA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(NOTACRED-DATA-COMPRA).
           COMPUTE WRK-DIAS-DESDE-COMPRA =
               WRK-DATA-SIS-INTEIRO - WRK-DATA-COMPRA-INTEIRO.
           IF WRK-DIAS-DESDE-COMPRA > PARMDEVA-JANELA-DIAS
              SET DEVOLUCAO-FORA-JANELA TO TRUE
              ADD 1 TO WRK-CONT-FORA-JANELA
           END-IF.
           MOVE ZEROS TO WRK-VALOR-UNITARIO.
           IF NOTACRED-QUANTIDADE > ZEROS
              COMPUTE WRK-VALOR-UNITARIO =
                  NOTACRED-VALOR-LIQUIDO / NOTACRED-QUANTIDADE
           END-IF.
           IF WRK-VALOR-UNITARIO NOT < PARMDEVA-VALOR-ALTO
              AND WRK-DIAS-DESDE-COMPRA NOT > PARMDEVA-DIAS-RAPIDA
              SET DEVOLUCAO-ALTO-RAPIDA TO TRUE
              ADD 1 TO WRK-CONT-ALTO-RAPIDA
           END-IF.

           MOVE "C"                  TO WRK-HIST-TIPO-BUSCA.
           MOVE NOTACRED-COD-CLIENTE TO WRK-HIST-CODIGO-BUSCA.
           PERFORM 036-SOMAR-DEVOLUCAO.

           MOVE ZEROS TO WRK-COD-VENDEDOR.
           SET IDX-CPR TO 1.
           SEARCH TAB-CPR-REGISTRO
               AT END
                   ADD 1 TO WRK-CONT-SEM-VENDEDOR
               WHEN TAB-CPR-COD-COMPRA(IDX-CPR) = NOTACRED-COD-COMPRA
                AND TAB-CPR-DATA(IDX-CPR) = NOTACRED-DATA-COMPRA
                   MOVE TAB-CPR-COD-VENDEDOR(IDX-CPR)
                     TO WRK-COD-VENDEDOR
                   MOVE "V"              TO WRK-HIST-TIPO-BUSCA
                   MOVE WRK-COD-VENDEDOR TO WRK-HIST-CODIGO-BUSCA
                   PERFORM 036-SOMAR-DEVOLUCAO
           END-SEARCH.

           PERFORM 042-LER-NOTACRED.

       036-SOMAR-DEVOLUCAO.
           PERFORM 080-BUSCAR-HISTORICO.
           IF DEVOLUCAO-COMPRA-NOVA
              ADD 1 TO DEVH-QTD-DEVOL(1)
           END-IF.
           ADD NOTACRED-VALOR-LIQUIDO TO DEVH-VALOR-DEVOL(1).
           IF DEVOLUCAO-FORA-JANELA
              ADD 1 TO DEVH-QTD-FORA-JANELA(1)
           END-IF.
           IF DEVOLUCAO-ALTO-RAPIDA
              ADD 1 TO DEVH-QTD-ALTO-RAPIDA(1)
           END-IF.
           MOVE WRK-DEVH-REGISTRO TO TAB-HIST-DADOS(IDX-HIST).
           MOVE 1 TO TAB-HIST-SW-DEVOLUCAO(IDX-HIST).

      *POSICIONA IDX-HIST NA LINHA DO TIPO E CODIGO, CRIANDO A LINHA
      *SE AINDA NAO EXISTIR, E TRAZ OS DADOS PARA WRK-DEVH-REGISTRO.
       080-BUSCAR-HISTORICO.
           IF WRK-TAB-HIST-QTDE = ZEROS
              PERFORM 037-CRIAR-HISTORICO
           ELSE
              SET IDX-HIST TO 1
              SEARCH TAB-HIST-REGISTRO
                  AT END
                      PERFORM 037-CRIAR-HISTORICO
                  WHEN TAB-HIST-DADOS(IDX-HIST)(1:1) =
                       WRK-HIST-TIPO-BUSCA
                   AND TAB-HIST-DADOS(IDX-HIST)(2:3) =
                       WRK-HIST-CODIGO-BUSCA
                      CONTINUE
              END-SEARCH
           END-IF.
           MOVE TAB-HIST-DADOS(IDX-HIST) TO WRK-DEVH-REGISTRO.

       037-CRIAR-HISTORICO.
           IF WRK-TAB-HIST-QTDE = 2000
              DISPLAY "TABELA DO HISTORICO EXCEDIDA - 2000 LINHAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-HIST-TIPO-BUSCA   TO DEVH-TIPO.
           MOVE WRK-HIST-CODIGO-BUSCA TO DEVH-CODIGO.
           MOVE WRK-SIS-MES-ATUAL     TO DEVH-MES.
           PERFORM 035-ZERAR-PERIODO-1.
           PERFORM 034-ZERAR-PERIODO-2.
           MOVE ZEROS  TO DEVH-PONTOS
                          DEVH-RUNS-SEGUIDOS
                          DEVH-DATA-ULTIMA.
           MOVE SPACES TO DEVH-NIVEL.
           ADD 1 TO WRK-TAB-HIST-QTDE.
           SET IDX-HIST TO WRK-TAB-HIST-QTDE.
           MOVE WRK-DEVH-REGISTRO TO TAB-HIST-DADOS(IDX-HIST).
           MOVE ZEROS TO TAB-HIST-SW-DEVOLUCAO(IDX-HIST).

       041-LER-COMPRA.
           READ COMPRA INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPRA = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMPRA
           END-IF.

       042-LER-NOTACRED.
           READ NOTACRED INTO WRK-NOTACRED-REGISTRO.
           IF WRK-FS-NOTACRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-NOTACRED = "00"
                ADD 1 TO WRK-CONT-LIDOS-NOTACRED
           END-IF.

       043-LER-DEBCRE.
           READ DEBCRE INTO WRK-LINHA-REGISTRO.
           IF WRK-FS-DEBCRE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DEBCRE = "00"
                ADD 1 TO WRK-CONT-LIDOS-DEBCRE
           END-IF.

       044-LER-BOLCHE.
           READ BOLCHE INTO WRK-LINHA-REGISTRO.
           IF WRK-FS-BOLCHE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BOLCHE = "00"
                ADD 1 TO WRK-CONT-LIDOS-BOLCHE
           END-IF.

       045-LER-DEVHANT.
           READ DEVHANT INTO WRK-DEVH-REGISTRO.
           IF WRK-FS-DEVHANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEVHANT - FS: " WRK-FS-DEVHANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DEVHANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-DEVHANT
           END-IF.

       050-FINALIZAR.
           PERFORM 055-AVALIAR-HISTORICO
             VARYING IDX-HIST FROM 1 BY 1
               UNTIL IDX-HIST > WRK-TAB-HIST-QTDE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *PONTUA QUEM TEVE DEVOLUCAO NO RUN E GRAVA O HISTORICO NOVO.
      *QUEM NAO TEVE DEVOLUCAO MANTEM PONTOS, RUNS E NIVEL; LINHA
      *SEM MOVIMENTO NA JANELA E SEM APONTAMENTO SAI DO HISTORICO.
       055-AVALIAR-HISTORICO.
           MOVE TAB-HIST-DADOS(IDX-HIST) TO WRK-DEVH-REGISTRO.
           PERFORM 056-SOMAR-JANELA.
           IF TAB-HIST-COM-DEVOLUCAO(IDX-HIST)
              PERFORM 057-PONTUAR
              IF WRK-PONTOS NOT < PARMDEVA-PONTOS-CORTE
                 PERFORM 058-APONTAR-SUSPEITO
              ELSE
                 IF NOT DEVH-SEM-APONTAMENTO
                    ADD 1 TO WRK-CONT-LIMPOS
                 END-IF
                 MOVE ZEROS  TO DEVH-RUNS-SEGUIDOS
                 MOVE SPACES TO DEVH-NIVEL
              END-IF
           END-IF.

           IF WRK-JAN-QTD-COMPRAS = ZEROS
              AND WRK-JAN-QTD-DEVOL = ZEROS
              AND DEVH-SEM-APONTAMENTO
              ADD 1 TO WRK-CONT-EXPURGADOS
           ELSE
              WRITE FD-DEVHHOJE-REGISTRO FROM WRK-DEVH-REGISTRO
              IF WRK-FS-DEVHHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO DEVHHOJE - FS: "
                         WRK-FS-DEVHHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-DEVHHOJE
           END-IF.

      *SOMA OS DOIS MESES DA JANELA E CALCULA AS TAXAS DE DEVOLUCAO
      *EM QUANTIDADE E EM VALOR.
       056-SOMAR-JANELA.
           COMPUTE WRK-JAN-QTD-COMPRAS =
               DEVH-QTD-COMPRAS(1) + DEVH-QTD-COMPRAS(2).
           COMPUTE WRK-JAN-VALOR-COMPRAS =
               DEVH-VALOR-COMPRAS(1) + DEVH-VALOR-COMPRAS(2).
           COMPUTE WRK-JAN-QTD-DEVOL =
               DEVH-QTD-DEVOL(1) + DEVH-QTD-DEVOL(2).
           COMPUTE WRK-JAN-VALOR-DEVOL =
               DEVH-VALOR-DEVOL(1) + DEVH-VALOR-DEVOL(2).
           COMPUTE WRK-JAN-QTD-FORA =
               DEVH-QTD-FORA-JANELA(1) + DEVH-QTD-FORA-JANELA(2).
           COMPUTE WRK-JAN-QTD-ALTO =
               DEVH-QTD-ALTO-RAPIDA(1) + DEVH-QTD-ALTO-RAPIDA(2).

           MOVE ZEROS TO WRK-TAXA-QTDE WRK-TAXA-VALOR.
           IF WRK-JAN-QTD-COMPRAS > ZEROS
              COMPUTE WRK-TAXA-QTDE ROUNDED =
                  WRK-JAN-QTD-DEVOL * 100 / WRK-JAN-QTD-COMPRAS
                  ON SIZE ERROR
                      MOVE 99999,99 TO WRK-TAXA-QTDE
              END-COMPUTE
           END-IF.
           IF WRK-JAN-VALOR-COMPRAS > ZEROS
              COMPUTE WRK-TAXA-VALOR ROUNDED =
                  WRK-JAN-VALOR-DEVOL * 100 / WRK-JAN-VALOR-COMPRAS
                  ON SIZE ERROR
                      MOVE 99999,99 TO WRK-TAXA-VALOR
              END-COMPUTE
           END-IF.

      *A TAXA SO PONTUA COM O MINIMO DE VENDAS NA JANELA - POUCAS
      *VENDAS DAO TAXA ALTA SEM SIGNIFICADO.
       057-PONTUAR.
           MOVE ZEROS TO WRK-PONTOS.
           IF DEVH-CLIENTE
              IF WRK-JAN-QTD-COMPRAS NOT < PARMDEVA-MIN-COMPRAS
                 IF WRK-TAXA-QTDE > PARMDEVA-TAXA-CLIENTE
                    ADD 30 TO WRK-PONTOS
                 END-IF
                 IF WRK-TAXA-VALOR > PARMDEVA-TAXA-CLIENTE
                    ADD 30 TO WRK-PONTOS
                 END-IF
              END-IF
              COMPUTE WRK-PONTOS = WRK-PONTOS
                                 + WRK-JAN-QTD-FORA * 20
                                 + WRK-JAN-QTD-ALTO * 15
           ELSE
              IF WRK-JAN-QTD-COMPRAS NOT < PARMDEVA-MIN-VENDAS
                 IF WRK-TAXA-QTDE > PARMDEVA-TAXA-VENDEDOR
                    ADD 40 TO WRK-PONTOS
                 END-IF
                 IF WRK-TAXA-VALOR > PARMDEVA-TAXA-VENDEDOR
                    ADD 40 TO WRK-PONTOS
                 END-IF
              END-IF
              COMPUTE WRK-PONTOS = WRK-PONTOS
                                 + WRK-JAN-QTD-ALTO * 10
           END-IF.
           IF WRK-PONTOS > 999
              MOVE 999 TO WRK-PONTOS
           END-IF.
           MOVE WRK-PONTOS   TO DEVH-PONTOS.
           MOVE WRK-DATA-SIS TO DEVH-DATA-ULTIMA.

       058-APONTAR-SUSPEITO.
           ADD 1 TO DEVH-RUNS-SEGUIDOS.
           IF DEVH-RUNS-SEGUIDOS NOT < PARMDEVA-RUNS-ESCALA
              SET DEVH-ESCALADO TO TRUE
              SET DEVREV-NIV-ESCALADO TO TRUE
              ADD 1 TO WRK-CONT-ESCALADOS
           ELSE
              SET DEVH-SUSPEITO TO TRUE
              SET DEVREV-NIV-SUSPEITO TO TRUE
           END-IF.
           ADD 1 TO WRK-CONT-SUSPEITOS.

           MOVE DEVH-TIPO           TO DEVREV-TIPO.
           MOVE DEVH-CODIGO         TO DEVREV-CODIGO.
           MOVE WRK-DATA-SIS        TO DEVREV-DATA.
           MOVE DEVH-PONTOS         TO DEVREV-PONTOS.
           MOVE WRK-JAN-QTD-COMPRAS TO DEVREV-QTD-COMPRAS.
           MOVE WRK-JAN-QTD-DEVOL   TO DEVREV-QTD-DEVOL.
           MOVE WRK-TAXA-QTDE       TO DEVREV-TAXA-QTDE.
           MOVE WRK-TAXA-VALOR      TO DEVREV-TAXA-VALOR.
           MOVE WRK-JAN-QTD-FORA    TO DEVREV-QTD-FORA-JANELA.
           MOVE WRK-JAN-QTD-ALTO    TO DEVREV-QTD-ALTO-RAPIDA.
           MOVE DEVH-RUNS-SEGUIDOS  TO DEVREV-RUNS-SEGUIDOS.

           WRITE FD-DEVREV-REGISTRO FROM WRK-DEVREV-REGISTRO.
           IF WRK-FS-DEVREV NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEVREV - FS: " WRK-FS-DEVREV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos COMPRA......: "
                   WRK-CONT-LIDOS-COMPRA.
           DISPLAY "Quantidade de Registros Lidos DEBCRE......: "
                   WRK-CONT-LIDOS-DEBCRE.
           DISPLAY "Quantidade de Registros Lidos BOLCHE......: "
                   WRK-CONT-LIDOS-BOLCHE.
           DISPLAY "Quantidade de Registros Lidos NOTACRED....: "
                   WRK-CONT-LIDOS-NOTACRED.
           DISPLAY "Quantidade de Registros Lidos DEVHANT.....: "
                   WRK-CONT-LIDOS-DEVHANT.
           DISPLAY "Quantidade de Registros Gravados DEVHHOJE.: "
                   WRK-CONT-GRAVADOS-DEVHHOJE.
           DISPLAY "Quantidade de Devolucoes Fora da Janela...: "
                   WRK-CONT-FORA-JANELA.
           DISPLAY "Quantidade de Alto Valor Devolvido Rapido.: "
                   WRK-CONT-ALTO-RAPIDA.
           DISPLAY "Quantidade de Devolucoes Sem Vendedor.....: "
                   WRK-CONT-SEM-VENDEDOR.
           DISPLAY "Quantidade de Suspeitos Apontados.........: "
                   WRK-CONT-SUSPEITOS.
           DISPLAY "Quantidade de Suspeitos Escalados.........: "
                   WRK-CONT-ESCALADOS.
           DISPLAY "Quantidade de Suspeitos Limpos no Run.....: "
                   WRK-CONT-LIMPOS.
           DISPLAY "Quantidade de Linhas Expurgadas...........: "
                   WRK-CONT-EXPURGADOS.

       052-FECHAR-ARQUIVOS.
           CLOSE COMPRA.
           IF WRK-FS-COMPRA NOT = "00"
              DISPLAY "ERRO CLOSE COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NOTACRED.
           IF WRK-FS-NOTACRED NOT = "00"
              DISPLAY "ERRO CLOSE NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEVHHOJE.
           IF WRK-FS-DEVHHOJE NOT = "00"
              DISPLAY "ERRO CLOSE DEVHHOJE - FS: " WRK-FS-DEVHHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEVREV.
           IF WRK-FS-DEVREV NOT = "00"
              DISPLAY "ERRO CLOSE DEVREV - FS: " WRK-FS-DEVREV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX08".
           GOBACK.

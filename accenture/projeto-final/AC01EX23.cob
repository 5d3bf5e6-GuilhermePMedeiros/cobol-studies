       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX23.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX23
      *EXTRATO MENSAL DE COMISSOES POR CORRETOR E ARQUIVO DE
      *PAGAMENTO. RODA NO PRIMEIRO DIA DO MES, DEPOIS DO AC01EX22,
      *SOBRE O RAZAO DE COMISSOES DO DIA (COMHOJE). O PERIODO VEM
      *DO PARAMETRO PARMCOMP (DATA INICIAL E FINAL); SEM ELE, O
      *PERIODO E O MES CIVIL ANTERIOR.
      *PARA CADA CORRETOR DO CADASTRO (CORRHOJE DO AC01EX21) COM
      *LANCAMENTO NO PERIODO OU SALDO DEVEDOR, O COMEXTR TRAZ OS
      *GANHOS E ESTORNOS DO PERIODO, O SALDO DEVEDOR ANTERIOR E O
      *LIQUIDO. LIQUIDO POSITIVO VAI PARA O COMPAGAR (CONTA DE
      *PAGAMENTO DO CORRETOR); LIQUIDO NEGATIVO (ESTORNOS MAIORES
      *QUE OS GANHOS) NAO E COBRADO: FICA COMO SALDO DEVEDOR NO
      *COMSDHOJE E E COMPENSADO NOS MESES SEGUINTES (COMSDANT).
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PERIODO DO EXTRATO (OPCIONAL - SEM ELE, O MES ANTERIOR)
       SELECT PARMCOMP ASSIGN    TO PARMCOMP
                      FILE STATUS    IS WRK-FS-PARMCOMP.

      *CADASTRO DE CORRETORES MANTIDO PELO AC01EX21
       SELECT CORRHOJE ASSIGN    TO CORRHOJE
                      FILE STATUS    IS WRK-FS-CORRHOJE.

      *RAZAO DE COMISSOES MANTIDO PELO AC01EX22
       SELECT COMHOJE  ASSIGN    TO COMHOJE
                      FILE STATUS    IS WRK-FS-COMHOJE.

      *SALDOS DEVEDORES DO MES ANTERIOR (OPCIONAL NO PRIMEIRO RUN)
       SELECT COMSDANT ASSIGN    TO COMSDANT
                      FILE STATUS    IS WRK-FS-COMSDANT.

      *SALDOS DEVEDORES A COMPENSAR NO PROXIMO MES
       SELECT COMSDHOJE ASSIGN   TO COMSDHOJE
                      FILE STATUS    IS WRK-FS-COMSDHOJE.

      *EXTRATO DE COMISSOES POR CORRETOR
       SELECT COMEXTR  ASSIGN    TO COMEXTR
                      FILE STATUS    IS WRK-FS-COMEXTR.

      *COMISSOES A PAGAR
       SELECT COMPAGAR ASSIGN    TO COMPAGAR
                      FILE STATUS    IS WRK-FS-COMPAGAR.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMCOMP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCOMP-REGISTRO    PIC X(016).

       FD  CORRHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CORRHOJE-REGISTRO    PIC X(100).

       FD  COMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMHOJE-REGISTRO     PIC X(080).

       FD  COMSDANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMSDANT-REGISTRO    PIC X(030).

       FD  COMSDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMSDHOJE-REGISTRO   PIC X(030).

       FD  COMEXTR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMEXTR-REGISTRO     PIC X(080).

       FD  COMPAGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPAGAR-REGISTRO    PIC X(060).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMCOMP       PIC X(002) VALUE SPACES.
           05 WRK-FS-CORRHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-COMHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMSDANT       PIC X(002) VALUE SPACES.
           05 WRK-FS-COMSDHOJE      PIC X(002) VALUE SPACES.
           05 WRK-FS-COMEXTR        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPAGAR       PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMCOMP
       01  WRK-PARMCOMP-REGISTRO.
           05 PARMCOMP-DATA-INICIAL PIC 9(008).
           05 PARMCOMP-DATA-FINAL   PIC 9(008).

      *LAYOUT DE CORRHOJE - MESMO GRAVADO PELO AC01EX21
       01  WRK-CORR-REGISTRO.
           05 CORR-COD-CORRETOR     PIC 9(005).
           05 CORR-NOME             PIC X(040).
           05 CORR-DOCUMENTO        PIC 9(014).
           05 CORR-CHAVE-CONTA      PIC X(015).
           05 CORR-DIAS-ESTORNO     PIC 9(003).
           05 CORR-STATUS           PIC X(001).
               88 CORR-ATIVO           VALUE "A".
               88 CORR-INATIVO         VALUE "I".
           05 CORR-DATA-INCLUSAO    PIC 9(008).
           05 CORR-DATA-ALTERACAO   PIC 9(008).
           05 FILLER                PIC X(006).

      *LAYOUT DE COMHOJE - MESMO GRAVADO PELO AC01EX22
       01  WRK-COM-REGISTRO.
           05 COM-COD-CORRETOR      PIC 9(005).
           05 COM-COD-CLIENTE       PIC 9(005).
           05 COM-COD-PRODUTO       PIC 9(005).
           05 COM-DATA-EFETIVA      PIC 9(008).
           05 COM-TIPO              PIC X(001).
               88 COM-GANHO            VALUE "G".
               88 COM-ESTORNO          VALUE "E".
           05 COM-DATA              PIC 9(008).
           05 COM-VALOR-PREMIO      PIC 9(009)V99.
           05 COM-PERCENTUAL        PIC 9(003)V99.
           05 COM-VALOR-COMISSAO    PIC S9(009)V99.
           05 COM-DATA-LIMITE       PIC 9(008).
           05 COM-SITUACAO          PIC X(001).
               88 COM-ESTORNADO        VALUE "E".
           05 COM-MOTIVO            PIC X(001).
               88 COM-MOTIVO-LAPSO     VALUE "L".
               88 COM-MOTIVO-CANCEL    VALUE "C".
           05 FILLER                PIC X(011).

      *LAYOUT DE COMSDANT/COMSDHOJE - SALDO DEVEDOR DO CORRETOR
       01  WRK-COMSD-REGISTRO.
           05 COMSD-COD-CORRETOR    PIC 9(005).
           05 COMSD-SALDO           PIC S9(009)V99.
           05 COMSD-DATA-REF        PIC 9(008).
           05 FILLER                PIC X(006).

      *LAYOUT DE COMPAGAR - COMISSAO LIQUIDA A PAGAR AO CORRETOR
       01  WRK-COMPAGAR-REGISTRO.
           05 COMPAGAR-COD-CORRETOR PIC 9(005).
           05 COMPAGAR-DOCUMENTO    PIC 9(014).
           05 COMPAGAR-CHAVE-CONTA  PIC X(015).
           05 COMPAGAR-VALOR        PIC 9(009)V99.
           05 COMPAGAR-DATA-REF     PIC 9(008).
           05 FILLER                PIC X(007).

      *LANCAMENTOS DO PERIODO EM MEMORIA
       01  WRK-TAB-LAN-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-LAN-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-LAN-QTDE
               INDEXED BY IDX-LAN.
           05 TAB-LAN-COD-CORRETOR  PIC 9(005).
           05 TAB-LAN-DADOS         PIC X(080).

      *SALDOS DEVEDORES DO MES ANTERIOR EM MEMORIA
       01  WRK-TAB-SD-QTDE          PIC 9(004) VALUE ZEROS.

       01  TAB-SD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-SD-QTDE
               INDEXED BY IDX-SD.
           05 TAB-SD-COD-CORRETOR   PIC 9(005).
           05 TAB-SD-SALDO          PIC S9(009)V99.

      *PERIODO DO EXTRATO
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

      *ACUMULADORES DO CORRETOR
       01  WRK-QTD-LAN-CORRETOR     PIC 9(005) VALUE ZEROS.
       01  WRK-SALDO-ANTERIOR       PIC S9(009)V99 VALUE ZEROS.
       01  WRK-TOTAL-GANHOS         PIC S9(009)V99 VALUE ZEROS.
       01  WRK-TOTAL-ESTORNOS       PIC S9(009)V99 VALUE ZEROS.
       01  WRK-LIQUIDO              PIC S9(009)V99 VALUE ZEROS.

       01  WRK-TOTAL-PAGAR          PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-PAGAR-ED       PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-DEVEDOR        PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-DEVEDOR-ED     PIC ZZZ.ZZZ.ZZZ.Z99,99.

      *LINHAS DO COMEXTR
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-TITULO.
           05 FILLER                PIC X(040)
              VALUE "EXTRATO DE COMISSOES DE CORRETAGEM -    ".
           05 FILLER                PIC X(008) VALUE "PERIODO ".
           05 TIT-DATA-INICIAL      PIC 9(008).
           05 FILLER                PIC X(003) VALUE " A ".
           05 TIT-DATA-FINAL        PIC 9(008).
           05 FILLER                PIC X(013) VALUE SPACES.

       01  WRK-LINHA-CORRETOR.
           05 FILLER                PIC X(009) VALUE "CORRETOR ".
           05 LCOR-COD-CORRETOR     PIC 9(005).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LCOR-NOME             PIC X(040).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LCOR-SITUACAO         PIC X(007).
           05 FILLER                PIC X(017) VALUE SPACES.

       01  WRK-LINHA-CAB-LAN.
           05 FILLER                PIC X(040)
              VALUE "DATA      CLIENTE  PRODUTO  LANCAMENTO  ".
           05 FILLER                PIC X(040)
              VALUE "        PREMIO TAXA %        COMISSAO   ".

       01  WRK-LINHA-LAN.
           05 LLAN-DATA             PIC 9(008).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LLAN-COD-CLIENTE      PIC 9(005).
           05 FILLER                PIC X(004) VALUE SPACES.
           05 LLAN-COD-PRODUTO      PIC 9(005).
           05 FILLER                PIC X(004) VALUE SPACES.
           05 LLAN-TIPO             PIC X(012).
           05 LLAN-VALOR-PREMIO     PIC ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LLAN-PERCENTUAL       PIC ZZ9,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LLAN-VALOR-COMISSAO   PIC -ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(003) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 FILLER                PIC X(010) VALUE SPACES.
           05 LTOT-DESCRICAO        PIC X(040).
           05 LTOT-VALOR            PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(011) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CORRHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-COMHOJE      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LAN-PERIODO        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXTRATOS           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-COMPAGAR  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-COMSD     PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX23-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-CORRETOR
             UNTIL WRK-FS-CORRHOJE = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX23 INICIADO - EXTRATO DE COMISSOES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMCOMP.
           PERFORM 014-CARREGAR-COMHOJE.
           PERFORM 015-CARREGAR-COMSDANT.
           PERFORM 041-LER-CORRHOJE.
           IF WRK-FS-CORRHOJE = "10"
              DISPLAY "ARQUIVO CORRHOJE VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CORRHOJE.
           IF WRK-FS-CORRHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CORRHOJE - FS: "
                      WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   COMSDHOJE.
           IF WRK-FS-COMSDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMSDHOJE - FS: "
                      WRK-FS-COMSDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   COMEXTR.
           IF WRK-FS-COMEXTR NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMEXTR - FS: " WRK-FS-COMEXTR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   COMPAGAR.
           IF WRK-FS-COMPAGAR NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPAGAR - FS: "
                      WRK-FS-COMPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, O PERIODO E O MES CIVIL ANTERIOR.
       013-LER-PARMCOMP.
           OPEN INPUT   PARMCOMP.
           IF WRK-FS-PARMCOMP = "35"
              PERFORM 030-MONTAR-MES-ANTERIOR
              DISPLAY "ARQUIVO PARMCOMP NAO ENCONTRADO - EXTRATO DO "
                      "MES ANTERIOR"
           ELSE
              IF WRK-FS-PARMCOMP NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMCOMP - FS: "
                         WRK-FS-PARMCOMP
                 PERFORM 999-ROTINA-ABEND
              END-IF

              READ PARMCOMP INTO WRK-PARMCOMP-REGISTRO
              IF WRK-FS-PARMCOMP NOT = "00"
                 DISPLAY "ERRO LEITURA PARMCOMP - FS: "
                         WRK-FS-PARMCOMP
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF PARMCOMP-DATA-INICIAL > PARMCOMP-DATA-FINAL
                 DISPLAY "PERIODO INVALIDO NO PARMCOMP: "
                         PARMCOMP-DATA-INICIAL " A "
                         PARMCOMP-DATA-FINAL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMCOMP-DATA-INICIAL TO WRK-DATA-INICIAL
              MOVE PARMCOMP-DATA-FINAL   TO WRK-DATA-FINAL

              CLOSE PARMCOMP
              IF WRK-FS-PARMCOMP NOT = "00"
                 DISPLAY "ERRO CLOSE PARMCOMP - FS: " WRK-FS-PARMCOMP
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           DISPLAY "PERIODO DO EXTRATO: " WRK-DATA-INICIAL " A "
                   WRK-DATA-FINAL.
           MOVE WRK-DATA-INICIAL TO TIT-DATA-INICIAL.
           MOVE WRK-DATA-FINAL   TO TIT-DATA-FINAL.

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

      *CARREGA OS LANCAMENTOS DO RAZAO COM DATA NO PERIODO.
       014-CARREGAR-COMHOJE.
           OPEN INPUT   COMHOJE.
           IF WRK-FS-COMHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMHOJE - FS: " WRK-FS-COMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 042-LER-COMHOJE.
           PERFORM 031-GUARDAR-LANCAMENTO
             UNTIL WRK-FS-COMHOJE = "10".
           CLOSE COMHOJE.

       031-GUARDAR-LANCAMENTO.
           IF COM-DATA NOT < WRK-DATA-INICIAL
              AND COM-DATA NOT > WRK-DATA-FINAL
              IF WRK-TAB-LAN-QTDE NOT < 5000
                 DISPLAY "TABELA DE LANCAMENTOS EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-LAN-QTDE
              MOVE COM-COD-CORRETOR
                TO TAB-LAN-COD-CORRETOR(WRK-TAB-LAN-QTDE)
              MOVE WRK-COM-REGISTRO
                TO TAB-LAN-DADOS(WRK-TAB-LAN-QTDE)
              ADD 1 TO WRK-CONT-LAN-PERIODO
           END-IF.
           PERFORM 042-LER-COMHOJE.

      *NO PRIMEIRO RUN NAO HA COMSDANT - NENHUM SALDO DEVEDOR.
       015-CARREGAR-COMSDANT.
           OPEN INPUT   COMSDANT.
           IF WRK-FS-COMSDANT NOT = "35"
              IF WRK-FS-COMSDANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA COMSDANT - FS: "
                         WRK-FS-COMSDANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-COMSDANT
              PERFORM 032-GUARDAR-SALDO
                UNTIL WRK-FS-COMSDANT = "10"
              CLOSE COMSDANT
           END-IF.

       032-GUARDAR-SALDO.
           IF WRK-TAB-SD-QTDE NOT < 999
              DISPLAY "TABELA DE SALDOS DEVEDORES EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-SD-QTDE.
           MOVE COMSD-COD-CORRETOR
             TO TAB-SD-COD-CORRETOR(WRK-TAB-SD-QTDE).
           MOVE COMSD-SALDO
             TO TAB-SD-SALDO(WRK-TAB-SD-QTDE).
           PERFORM 043-LER-COMSDANT.

      *APURA O LIQUIDO DO CORRETOR E, SE HOUVE LANCAMENTO OU HA
      *SALDO DEVEDOR, EMITE O EXTRATO E O PAGAMENTO OU O SALDO.
       020-PROCESSAR-CORRETOR.
           MOVE ZEROS TO WRK-QTD-LAN-CORRETOR
                         WRK-SALDO-ANTERIOR
                         WRK-TOTAL-GANHOS
                         WRK-TOTAL-ESTORNOS.
           SET IDX-SD TO 1.
           SEARCH TAB-SD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-SD-COD-CORRETOR(IDX-SD) = CORR-COD-CORRETOR
                   MOVE TAB-SD-SALDO(IDX-SD) TO WRK-SALDO-ANTERIOR
           END-SEARCH.

           PERFORM 021-ACUMULAR-LANCAMENTO
             VARYING IDX-LAN FROM 1 BY 1
               UNTIL IDX-LAN > WRK-TAB-LAN-QTDE.

           IF WRK-QTD-LAN-CORRETOR > ZEROS
              OR WRK-SALDO-ANTERIOR NOT = ZEROS
              COMPUTE WRK-LIQUIDO = WRK-SALDO-ANTERIOR
                                  + WRK-TOTAL-GANHOS
                                  + WRK-TOTAL-ESTORNOS
              PERFORM 022-IMPRIMIR-EXTRATO
              IF WRK-LIQUIDO > ZEROS
                 PERFORM 045-GRAVAR-COMPAGAR
              END-IF
              IF WRK-LIQUIDO < ZEROS
                 PERFORM 046-GRAVAR-COMSDHOJE
              END-IF
           END-IF.
           PERFORM 041-LER-CORRHOJE.

       021-ACUMULAR-LANCAMENTO.
           IF TAB-LAN-COD-CORRETOR(IDX-LAN) = CORR-COD-CORRETOR
              MOVE TAB-LAN-DADOS(IDX-LAN) TO WRK-COM-REGISTRO
              ADD 1 TO WRK-QTD-LAN-CORRETOR
              IF COM-GANHO
                 ADD COM-VALOR-COMISSAO TO WRK-TOTAL-GANHOS
              ELSE
                 ADD COM-VALOR-COMISSAO TO WRK-TOTAL-ESTORNOS
              END-IF
           END-IF.

       022-IMPRIMIR-EXTRATO.
           MOVE WRK-LINHA-TITULO    TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           MOVE CORR-COD-CORRETOR   TO LCOR-COD-CORRETOR.
           MOVE CORR-NOME           TO LCOR-NOME.
           IF CORR-ATIVO
              MOVE "ATIVO  "        TO LCOR-SITUACAO
           ELSE
              MOVE "INATIVO"        TO LCOR-SITUACAO
           END-IF.
           MOVE WRK-LINHA-CORRETOR  TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           MOVE WRK-LINHA-TRACO     TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           MOVE WRK-LINHA-CAB-LAN   TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           PERFORM 023-IMPRIMIR-LANCAMENTO
             VARYING IDX-LAN FROM 1 BY 1
               UNTIL IDX-LAN > WRK-TAB-LAN-QTDE.
           MOVE WRK-LINHA-TRACO     TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.

           MOVE "SALDO DEVEDOR ANTERIOR"   TO LTOT-DESCRICAO.
           MOVE WRK-SALDO-ANTERIOR         TO LTOT-VALOR.
           MOVE WRK-LINHA-TOTAL     TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           MOVE "COMISSOES GANHAS NO PERIODO" TO LTOT-DESCRICAO.
           MOVE WRK-TOTAL-GANHOS           TO LTOT-VALOR.
           MOVE WRK-LINHA-TOTAL     TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           MOVE "ESTORNOS NO PERIODO"      TO LTOT-DESCRICAO.
           MOVE WRK-TOTAL-ESTORNOS         TO LTOT-VALOR.
           MOVE WRK-LINHA-TOTAL     TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           IF WRK-LIQUIDO < ZEROS
              MOVE "SALDO DEVEDOR A COMPENSAR" TO LTOT-DESCRICAO
           ELSE
              MOVE "LIQUIDO A PAGAR"        TO LTOT-DESCRICAO
           END-IF.
           MOVE WRK-LIQUIDO                TO LTOT-VALOR.
           MOVE WRK-LINHA-TOTAL     TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           MOVE SPACES              TO FD-COMEXTR-REGISTRO.
           PERFORM 044-GRAVAR-COMEXTR.
           ADD 1 TO WRK-CONT-EXTRATOS.

       023-IMPRIMIR-LANCAMENTO.
           IF TAB-LAN-COD-CORRETOR(IDX-LAN) = CORR-COD-CORRETOR
              MOVE TAB-LAN-DADOS(IDX-LAN) TO WRK-COM-REGISTRO
              MOVE COM-DATA            TO LLAN-DATA
              MOVE COM-COD-CLIENTE     TO LLAN-COD-CLIENTE
              MOVE COM-COD-PRODUTO     TO LLAN-COD-PRODUTO
              EVALUATE TRUE
                  WHEN COM-GANHO
                      MOVE "GANHO"          TO LLAN-TIPO
                  WHEN COM-MOTIVO-LAPSO
                      MOVE "ESTORNO LAPS"   TO LLAN-TIPO
                  WHEN OTHER
                      MOVE "ESTORNO CANC"   TO LLAN-TIPO
              END-EVALUATE
              MOVE COM-VALOR-PREMIO    TO LLAN-VALOR-PREMIO
              MOVE COM-PERCENTUAL      TO LLAN-PERCENTUAL
              MOVE COM-VALOR-COMISSAO  TO LLAN-VALOR-COMISSAO
              MOVE WRK-LINHA-LAN       TO FD-COMEXTR-REGISTRO
              PERFORM 044-GRAVAR-COMEXTR
           END-IF.

       041-LER-CORRHOJE.
           READ CORRHOJE INTO WRK-CORR-REGISTRO.
           IF WRK-FS-CORRHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CORRHOJE - FS: " WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CORRHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-CORRHOJE
           END-IF.

       042-LER-COMHOJE.
           READ COMHOJE INTO WRK-COM-REGISTRO.
           IF WRK-FS-COMHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMHOJE - FS: " WRK-FS-COMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-COMHOJE
           END-IF.

       043-LER-COMSDANT.
           READ COMSDANT INTO WRK-COMSD-REGISTRO.
           IF WRK-FS-COMSDANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMSDANT - FS: " WRK-FS-COMSDANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-GRAVAR-COMEXTR.
           WRITE FD-COMEXTR-REGISTRO.
           IF WRK-FS-COMEXTR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMEXTR - FS: " WRK-FS-COMEXTR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-GRAVAR-COMPAGAR.
           MOVE SPACES             TO WRK-COMPAGAR-REGISTRO.
           MOVE CORR-COD-CORRETOR  TO COMPAGAR-COD-CORRETOR.
           MOVE CORR-DOCUMENTO     TO COMPAGAR-DOCUMENTO.
           MOVE CORR-CHAVE-CONTA   TO COMPAGAR-CHAVE-CONTA.
           MOVE WRK-LIQUIDO        TO COMPAGAR-VALOR.
           MOVE WRK-DATA-FINAL     TO COMPAGAR-DATA-REF.
           WRITE FD-COMPAGAR-REGISTRO FROM WRK-COMPAGAR-REGISTRO.
           IF WRK-FS-COMPAGAR NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMPAGAR - FS: "
                      WRK-FS-COMPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD WRK-LIQUIDO TO WRK-TOTAL-PAGAR.
           ADD 1 TO WRK-CONT-GRAVADOS-COMPAGAR.

       046-GRAVAR-COMSDHOJE.
           MOVE SPACES             TO WRK-COMSD-REGISTRO.
           MOVE CORR-COD-CORRETOR  TO COMSD-COD-CORRETOR.
           MOVE WRK-LIQUIDO        TO COMSD-SALDO.
           MOVE WRK-DATA-FINAL     TO COMSD-DATA-REF.
           WRITE FD-COMSDHOJE-REGISTRO FROM WRK-COMSD-REGISTRO.
           IF WRK-FS-COMSDHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMSDHOJE - FS: "
                      WRK-FS-COMSDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           SUBTRACT WRK-LIQUIDO FROM WRK-TOTAL-DEVEDOR.
           ADD 1 TO WRK-CONT-GRAVADOS-COMSD.

       050-FINALIZAR.
           MOVE WRK-TOTAL-PAGAR   TO WRK-TOTAL-PAGAR-ED.
           MOVE WRK-TOTAL-DEVEDOR TO WRK-TOTAL-DEVEDOR-ED.
           DISPLAY "Quantidade de Corretores Lidos CORRHOJE...: "
                   WRK-CONT-LIDOS-CORRHOJE.
           DISPLAY "Quantidade de Lancamentos Lidos COMHOJE...: "
                   WRK-CONT-LIDOS-COMHOJE.
           DISPLAY "Quantidade de Lancamentos no Periodo......: "
                   WRK-CONT-LAN-PERIODO.
           DISPLAY "Quantidade de Extratos Emitidos...........: "
                   WRK-CONT-EXTRATOS.
           DISPLAY "Quantidade de Registros Gravados COMPAGAR.: "
                   WRK-CONT-GRAVADOS-COMPAGAR.
           DISPLAY "Quantidade de Registros Gravados COMSDHOJE: "
                   WRK-CONT-GRAVADOS-COMSD.
           DISPLAY "Valor Total a Pagar.......................: "
                   WRK-TOTAL-PAGAR-ED.
           DISPLAY "Valor Total de Saldo Devedor..............: "
                   WRK-TOTAL-DEVEDOR-ED.
           PERFORM 052-FECHAR-ARQUIVOS.

       052-FECHAR-ARQUIVOS.
           CLOSE CORRHOJE.
           IF WRK-FS-CORRHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CORRHOJE - FS: " WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMSDHOJE.
           IF WRK-FS-COMSDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE COMSDHOJE - FS: " WRK-FS-COMSDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMEXTR.
           IF WRK-FS-COMEXTR NOT = "00"
              DISPLAY "ERRO CLOSE COMEXTR - FS: " WRK-FS-COMEXTR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMPAGAR.
           IF WRK-FS-COMPAGAR NOT = "00"
              DISPLAY "ERRO CLOSE COMPAGAR - FS: " WRK-FS-COMPAGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX23".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

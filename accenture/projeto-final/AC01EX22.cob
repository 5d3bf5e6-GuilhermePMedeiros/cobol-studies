       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX22.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX22
      *APURACAO DIARIA DA COMISSAO DE CORRETAGEM DE SEGUROS. RODA
      *TODO DIA DEPOIS DO AC00EX86 E DO AC00EX89 E MANTEM, NO
      *ESPIRITO DOS SNAPSHOTS (COMANT/COMHOJE), O RAZAO DE
      *COMISSOES COM UM LANCAMENTO POR GANHO OU ESTORNO.
      *GANHO: SO O PREMIO EFETIVAMENTE COBRADO HOJE (PREMHOJE COM
      *STATUS C E DATA DE COBRANCA DE HOJE) DA APOLICE COM
      *CORRETOR NO MESTRE (APOLHOJE) GERA COMISSAO, A TAXA DO
      *PARMCOM PARA O CORRETOR E O PRODUTO (OU A TAXA PADRAO DO
      *CORRETOR, PRODUTO 00000). O GANHO GUARDA O LIMITE DE
      *ESTORNO (DATA DA COBRANCA MAIS O PRAZO DO CORRETOR NO
      *CORRHOJE DO AC01EX21). CORRETOR FORA DO CADASTRO, INATIVO
      *OU SEM TAXA NAO GANHA: A COBRANCA SAI NO COMEXC COM O
      *MOTIVO E O PROGRAMA TERMINA COM RC 4.
      *ESTORNO: A APOLICE QUE CAIU EM LAPSO POR FALTA DE PAGAMENTO
      *(PREMLAPSO DO AC00EX86), FOI CANCELADA POR ENDOSSO HOJE
      *(ENDHIST TIPO C DO AC00EX89) OU SAIU DO MESTRE ANTES DO
      *VENCIMENTO (TITULAR CANCELADO - ESTAVA NO APOLANT E NAO
      *ESTA NO APOLHOJE) TEM ESTORNADOS OS GANHOS AINDA DENTRO DO
      *LIMITE DE ESTORNO: O GANHO FICA MARCADO E UM LANCAMENTO
      *NEGATIVO ENTRA NO RAZAO COM A DATA DE HOJE.
      *O RAZAO GUARDA O MES CORRENTE E O ANTERIOR (PARA O
      *EXTRATO MENSAL DO AC01EX23) E OS GANHOS MAIS ANTIGOS AINDA
      *SUJEITOS A ESTORNO; O RESTO E EXPURGADO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CADASTRO DE CORRETORES MANTIDO PELO AC01EX21
       SELECT CORRHOJE ASSIGN    TO CORRHOJE
                      FILE STATUS    IS WRK-FS-CORRHOJE.

      *TAXAS DE COMISSAO POR CORRETOR E PRODUTO
       SELECT PARMCOM  ASSIGN    TO PARMCOM
                      FILE STATUS    IS WRK-FS-PARMCOM.

      *MESTRE DE APOLICES DO DIA (AC00EX42)
       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

      *MESTRE DE APOLICES DO CICLO ANTERIOR (OPCIONAL - SEM ELE,
      *NENHUM ESTORNO POR TITULAR CANCELADO)
       SELECT APOLANT  ASSIGN    TO APOLANT
                      FILE STATUS    IS WRK-FS-APOLANT.

      *COBRANCAS DE PREMIO DO DIA (AC00EX86)
       SELECT PREMHOJE ASSIGN    TO PREMHOJE
                      FILE STATUS    IS WRK-FS-PREMHOJE.

      *APOLICES EM LAPSO POR FALTA DE PAGAMENTO (AC00EX86 -
      *OPCIONAL)
       SELECT PREMLAPSO ASSIGN   TO PREMLAPSO
                      FILE STATUS    IS WRK-FS-PREMLAPSO.

      *HISTORICO DE ENDOSSOS (AC00EX89 - OPCIONAL)
       SELECT ENDHIST  ASSIGN    TO ENDHIST
                      FILE STATUS    IS WRK-FS-ENDHIST.

      *RAZAO DE COMISSOES DO RUN ANTERIOR (OPCIONAL NO PRIMEIRO RUN)
       SELECT COMANT   ASSIGN    TO COMANT
                      FILE STATUS    IS WRK-FS-COMANT.

      *RAZAO DE COMISSOES ATUALIZADO
       SELECT COMHOJE  ASSIGN    TO COMHOJE
                      FILE STATUS    IS WRK-FS-COMHOJE.

      *COBRANCAS COM CORRETOR QUE NAO GERARAM COMISSAO
       SELECT COMEXC   ASSIGN    TO COMEXC
                      FILE STATUS    IS WRK-FS-COMEXC.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  CORRHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CORRHOJE-REGISTRO    PIC X(100).

       FD  PARMCOM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCOM-REGISTRO     PIC X(015).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  APOLANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLANT-REGISTRO     PIC X(042).

       FD  PREMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREMHOJE-REGISTRO    PIC X(041).

       FD  PREMLAPSO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREMLAPSO-REGISTRO   PIC X(042).

       FD  ENDHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDHIST-REGISTRO     PIC X(052).

       FD  COMANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMANT-REGISTRO      PIC X(080).

       FD  COMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMHOJE-REGISTRO     PIC X(080).

       FD  COMEXC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMEXC-REGISTRO      PIC X(030).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-CORRHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCOM        PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-PREMHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PREMLAPSO      PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDHIST        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-COMHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMEXC         PIC X(002) VALUE SPACES.

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

      *LAYOUT DE PARMCOM - PRODUTO 00000 = TAXA PADRAO DO CORRETOR
       01  WRK-PARMCOM-REGISTRO.
           05 PARMCOM-COD-CORRETOR  PIC 9(005).
           05 PARMCOM-COD-PRODUTO   PIC 9(005).
           05 PARMCOM-PERCENTUAL    PIC 9(003)V99.

      *LAYOUT DO MESTRE DE APOLICES - MESMO GRAVADO PELO AC00EX42
       01  WRK-APOLICE-REGISTRO.
           05 APOLICE-COD-CLIENTE   PIC 9(005).
           05 APOLICE-COD-PRODUTO   PIC 9(005).
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE PREMHOJE - MESMO GRAVADO PELO AC00EX86
       01  WRK-PREM-REGISTRO.
           05 PREM-COD-CLIENTE      PIC 9(005).
           05 PREM-COD-PRODUTO      PIC 9(005).
           05 PREM-DATA-EFETIVA     PIC 9(008).
           05 PREM-VALOR            PIC 9(009)V99.
           05 PREM-QTD-TENTATIVAS   PIC 9(003).
           05 PREM-STATUS           PIC X(001).
               88 PREM-PENDENTE        VALUE "P".
               88 PREM-COBRADO         VALUE "C".
               88 PREM-EM-LAPSO        VALUE "L".
           05 PREM-DATA-COBRANCA    PIC 9(008).

      *LAYOUT DE ENDHIST - MESMO GRAVADO PELO AC00EX89
       01  WRK-ENDHIST-REGISTRO.
           05 HIST-COD-CLIENTE      PIC 9(005).
           05 HIST-COD-PRODUTO      PIC 9(005).
           05 HIST-DATA             PIC 9(008).
           05 HIST-TIPO             PIC X(001).
               88 HIST-CANCELAMENTO    VALUE "C".
           05 HIST-PREMIO-ANTES     PIC S9(009)V99.
           05 HIST-PREMIO-DEPOIS    PIC S9(009)V99.
           05 HIST-VALOR-AJUSTE     PIC S9(009)V99.

      *LAYOUT DE COMANT/COMHOJE - UM LANCAMENTO DO RAZAO DE
      *COMISSOES. O GANHO (G) LEVA O LIMITE DE ESTORNO E A MARCA
      *DE ESTORNADO; O ESTORNO (E) LEVA O VALOR NEGATIVO E O
      *MOTIVO (L LAPSO / C CANCELAMENTO).
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

      *LAYOUT DE COMEXC - COBRANCA SEM COMISSAO E O MOTIVO
       01  WRK-COMEXC-REGISTRO.
           05 COMEXC-COD-CLIENTE    PIC 9(005).
           05 COMEXC-COD-PRODUTO    PIC 9(005).
           05 COMEXC-COD-CORRETOR   PIC 9(005).
           05 COMEXC-VALOR-PREMIO   PIC 9(009)V99.
           05 COMEXC-MOTIVO         PIC X(002).
               88 COMEXC-MOT-SEM-CADASTRO   VALUE "01".
               88 COMEXC-MOT-INATIVO        VALUE "02".
               88 COMEXC-MOT-SEM-TAXA       VALUE "03".
           05 FILLER                PIC X(002).

      *CORRETORES EM MEMORIA
       01  WRK-TAB-CORR-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CORR-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CORR-QTDE
               INDEXED BY IDX-CORR.
           05 TAB-CORR-COD-CORRETOR PIC 9(005).
           05 TAB-CORR-STATUS       PIC X(001).
           05 TAB-CORR-DIAS-ESTORNO PIC 9(003).

      *TAXAS DE COMISSAO EM MEMORIA
       01  WRK-TAB-TAXA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-TAXA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-TAXA-QTDE
               INDEXED BY IDX-TAXA.
           05 TAB-TAXA-COD-CORRETOR PIC 9(005).
           05 TAB-TAXA-COD-PRODUTO  PIC 9(005).
           05 TAB-TAXA-PERCENTUAL   PIC 9(003)V99.

      *APOLICES DO DIA EM MEMORIA (CORRETOR DE CADA APOLICE)
       01  WRK-TAB-APOL-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-APOL-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-APOL-QTDE
               INDEXED BY IDX-APOL.
           05 TAB-APOL-COD-CLIENTE  PIC 9(005).
           05 TAB-APOL-COD-PRODUTO  PIC 9(005).
           05 TAB-APOL-COD-CORRETOR PIC 9(005).

      *RAZAO DE COMISSOES EM MEMORIA
       01  WRK-TAB-COM-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-COM-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-COM-QTDE
               INDEXED BY IDX-COM.
           05 TAB-COM-DADOS         PIC X(080).

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

       01  WRK-CALL-OPERACAO        PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-DIA             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-MES             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-ANO             PIC 9(004) VALUE ZEROS.
       01  WRK-CALL-QTD-DIAS        PIC S9(005) VALUE ZEROS.
       01  WRK-CALL-DIA-SEMANA      PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-NOME-DIA        PIC X(013) VALUE SPACES.
       01  WRK-CALL-AVALIDA         PIC X(001) VALUE SPACES.
       01  WRK-CALL-DATA2           PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-MONTADA.
           05 WRK-MONT-ANO          PIC 9(004).
           05 WRK-MONT-MES          PIC 9(002).
           05 WRK-MONT-DIA          PIC 9(002).

       01  WRK-DATA-MONTADA-NUM REDEFINES WRK-DATA-MONTADA
                                    PIC 9(008).

      *AREAS DE TRABALHO
       01  WRK-COD-CORRETOR         PIC 9(005) VALUE ZEROS.
       01  WRK-PERCENTUAL           PIC 9(003)V99 VALUE ZEROS.
       01  WRK-SW-TAXA              PIC X(001) VALUE "N".
           88 TAXA-ENCONTRADA          VALUE "S".
       01  WRK-SW-DUPLICADO         PIC X(001) VALUE "N".
           88 GANHO-JA-APURADO         VALUE "S".
       01  WRK-SW-NO-MESTRE         PIC X(001) VALUE "N".
           88 APOLICE-NO-MESTRE        VALUE "S".

      *APOLICE A ESTORNAR
       01  WRK-EST-COD-CLIENTE      PIC 9(005) VALUE ZEROS.
       01  WRK-EST-COD-PRODUTO      PIC 9(005) VALUE ZEROS.
       01  WRK-EST-MOTIVO           PIC X(001) VALUE SPACES.

       01  WRK-TOTAL-GANHO          PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-GANHO-ED       PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-ESTORNO        PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-ESTORNO-ED     PIC ZZZ.ZZZ.ZZZ.Z99,99.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-COMANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXPURGADOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PREMHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-COBR-DIRETAS       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GANHOS             PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-JA-APURADOS        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-EXCECOES           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-LAPSO         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-APOL-CANCEL        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ESTORNOS           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS           PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX22-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-APURAR-COMISSAO
             UNTIL WRK-FS-PREMHOJE = "10".
           PERFORM 017-ESTORNAR-LAPSOS.
           PERFORM 018-ESTORNAR-CANCELAMENTOS.
           PERFORM 019-ESTORNAR-ENCERRADAS.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX22 INICIADO - COMISSOES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 030-MONTAR-DATA-EXPURGO.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-CORRHOJE.
           PERFORM 014-CARREGAR-PARMCOM.
           PERFORM 015-CARREGAR-APOLHOJE.
           PERFORM 016-CARREGAR-COMANT.
           PERFORM 041-LER-PREMHOJE.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PREMHOJE.
           IF WRK-FS-PREMHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA PREMHOJE - FS: "
                      WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   COMHOJE.
           IF WRK-FS-COMHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMHOJE - FS: " WRK-FS-COMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   COMEXC.
           IF WRK-FS-COMEXC NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMEXC - FS: " WRK-FS-COMEXC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-CARREGAR-CORRHOJE.
           OPEN INPUT   CORRHOJE.
           IF WRK-FS-CORRHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CORRHOJE - FS: "
                      WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 042-LER-CORRHOJE.
           PERFORM 031-MOVER-DADOS-TAB-CORR
             UNTIL WRK-FS-CORRHOJE = "10".
           CLOSE CORRHOJE.

       031-MOVER-DADOS-TAB-CORR.
           IF WRK-TAB-CORR-QTDE NOT < 999
              DISPLAY "TABELA DE CORRETORES EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CORR-QTDE.
           MOVE CORR-COD-CORRETOR
             TO TAB-CORR-COD-CORRETOR(WRK-TAB-CORR-QTDE).
           MOVE CORR-STATUS
             TO TAB-CORR-STATUS(WRK-TAB-CORR-QTDE).
           MOVE CORR-DIAS-ESTORNO
             TO TAB-CORR-DIAS-ESTORNO(WRK-TAB-CORR-QTDE).
           PERFORM 042-LER-CORRHOJE.

       014-CARREGAR-PARMCOM.
           OPEN INPUT   PARMCOM.
           IF WRK-FS-PARMCOM NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMCOM - FS: " WRK-FS-PARMCOM
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 043-LER-PARMCOM.
           PERFORM 032-MOVER-DADOS-TAB-TAXA
             UNTIL WRK-FS-PARMCOM = "10".
           CLOSE PARMCOM.

       032-MOVER-DADOS-TAB-TAXA.
           IF WRK-TAB-TAXA-QTDE NOT < 999
              DISPLAY "TABELA DE TAXAS DE COMISSAO EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-TAXA-QTDE.
           MOVE PARMCOM-COD-CORRETOR
             TO TAB-TAXA-COD-CORRETOR(WRK-TAB-TAXA-QTDE).
           MOVE PARMCOM-COD-PRODUTO
             TO TAB-TAXA-COD-PRODUTO(WRK-TAB-TAXA-QTDE).
           MOVE PARMCOM-PERCENTUAL
             TO TAB-TAXA-PERCENTUAL(WRK-TAB-TAXA-QTDE).
           PERFORM 043-LER-PARMCOM.

       015-CARREGAR-APOLHOJE.
           OPEN INPUT   APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA APOLHOJE - FS: "
                      WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 044-LER-APOLHOJE.
           PERFORM 033-MOVER-DADOS-TAB-APOL
             UNTIL WRK-FS-APOLHOJE = "10".
           CLOSE APOLHOJE.

       033-MOVER-DADOS-TAB-APOL.
           IF WRK-TAB-APOL-QTDE NOT < 999
              DISPLAY "TABELA DE APOLICES EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-APOL-QTDE.
           MOVE APOLICE-COD-CLIENTE
             TO TAB-APOL-COD-CLIENTE(WRK-TAB-APOL-QTDE).
           MOVE APOLICE-COD-PRODUTO
             TO TAB-APOL-COD-PRODUTO(WRK-TAB-APOL-QTDE).
           MOVE APOLICE-COD-CORRETOR
             TO TAB-APOL-COD-CORRETOR(WRK-TAB-APOL-QTDE).
           PERFORM 044-LER-APOLHOJE.

      *NO PRIMEIRO RUN NAO HA COMANT E O RAZAO NASCE VAZIO. NA
      *CARGA SAEM OS LANCAMENTOS ANTERIORES AO MES PASSADO QUE JA
      *NAO PODEM SER ESTORNADOS.
       016-CARREGAR-COMANT.
           OPEN INPUT   COMANT.
           IF WRK-FS-COMANT NOT = "35"
              IF WRK-FS-COMANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA COMANT - FS: " WRK-FS-COMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-COMANT
              PERFORM 034-MOVER-DADOS-TAB-COM
                UNTIL WRK-FS-COMANT = "10"
              CLOSE COMANT
           END-IF.

       034-MOVER-DADOS-TAB-COM.
           ADD 1 TO WRK-CONT-LIDOS-COMANT.
           IF COM-DATA < WRK-DATA-EXPURGO-NUM
              AND (COM-ESTORNO OR COM-ESTORNADO
                   OR COM-DATA-LIMITE < WRK-DATA-SIS-NUM)
              ADD 1 TO WRK-CONT-EXPURGADOS
           ELSE
              PERFORM 035-INCLUIR-TAB-COM
           END-IF.
           PERFORM 045-LER-COMANT.

       035-INCLUIR-TAB-COM.
           IF WRK-TAB-COM-QTDE NOT < 5000
              DISPLAY "TABELA DO RAZAO DE COMISSOES EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-COM-QTDE.
           MOVE WRK-COM-REGISTRO TO TAB-COM-DADOS(WRK-TAB-COM-QTDE).

      *DO PRIMEIRO DIA DO MES ANTERIOR EM DIANTE O RAZAO FICA
      *INTEIRO, PARA O EXTRATO MENSAL.
       030-MONTAR-DATA-EXPURGO.
           MOVE WRK-SIS-ANO TO WRK-EXP-ANO.
           IF WRK-SIS-MES = 01
              SUBTRACT 1 FROM WRK-EXP-ANO
              MOVE 12 TO WRK-EXP-MES
           ELSE
              SUBTRACT 1 FROM WRK-SIS-MES GIVING WRK-EXP-MES
           END-IF.
           MOVE 01 TO WRK-EXP-DIA.

      *PREMIO COBRADO HOJE DE APOLICE COM CORRETOR GERA COMISSAO.
       020-APURAR-COMISSAO.
           IF PREM-COBRADO
              AND PREM-DATA-COBRANCA = WRK-DATA-SIS-NUM
              MOVE ZEROS TO WRK-COD-CORRETOR
              SET IDX-APOL TO 1
              SEARCH TAB-APOL-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-APOL-COD-CLIENTE(IDX-APOL) =
                       PREM-COD-CLIENTE
                       AND TAB-APOL-COD-PRODUTO(IDX-APOL) =
                           PREM-COD-PRODUTO
                      MOVE TAB-APOL-COD-CORRETOR(IDX-APOL)
                        TO WRK-COD-CORRETOR
              END-SEARCH
              IF WRK-COD-CORRETOR = ZEROS
                 ADD 1 TO WRK-CONT-COBR-DIRETAS
              ELSE
                 PERFORM 021-VALIDAR-CORRETOR
              END-IF
           END-IF.
           PERFORM 041-LER-PREMHOJE.

       021-VALIDAR-CORRETOR.
           MOVE SPACES TO COMEXC-MOTIVO.
           SET IDX-CORR TO 1.
           SEARCH TAB-CORR-REGISTRO
               AT END
                   SET COMEXC-MOT-SEM-CADASTRO TO TRUE
               WHEN TAB-CORR-COD-CORRETOR(IDX-CORR) =
                    WRK-COD-CORRETOR
                   IF TAB-CORR-STATUS(IDX-CORR) NOT = "A"
                      SET COMEXC-MOT-INATIVO TO TRUE
                   END-IF
           END-SEARCH.

           IF COMEXC-MOTIVO = SPACES
              PERFORM 022-BUSCAR-TAXA
              IF NOT TAXA-ENCONTRADA
                 SET COMEXC-MOT-SEM-TAXA TO TRUE
              END-IF
           END-IF.

           IF COMEXC-MOTIVO NOT = SPACES
              PERFORM 049-GRAVAR-COMEXC
           ELSE
              PERFORM 023-INCLUIR-GANHO
           END-IF.

      *TAXA DO CORRETOR PARA O PRODUTO; SEM ELA, A TAXA PADRAO DO
      *CORRETOR (PRODUTO 00000).
       022-BUSCAR-TAXA.
           MOVE "N" TO WRK-SW-TAXA.
           SET IDX-TAXA TO 1.
           SEARCH TAB-TAXA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-TAXA-COD-CORRETOR(IDX-TAXA) =
                    WRK-COD-CORRETOR
                    AND TAB-TAXA-COD-PRODUTO(IDX-TAXA) =
                        PREM-COD-PRODUTO
                   MOVE TAB-TAXA-PERCENTUAL(IDX-TAXA)
                     TO WRK-PERCENTUAL
                   SET TAXA-ENCONTRADA TO TRUE
           END-SEARCH.

           IF NOT TAXA-ENCONTRADA
              SET IDX-TAXA TO 1
              SEARCH TAB-TAXA-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-TAXA-COD-CORRETOR(IDX-TAXA) =
                       WRK-COD-CORRETOR
                       AND TAB-TAXA-COD-PRODUTO(IDX-TAXA) = ZEROS
                      MOVE TAB-TAXA-PERCENTUAL(IDX-TAXA)
                        TO WRK-PERCENTUAL
                      SET TAXA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.

      *O GANHO JA LANCADO NO RAZAO (REPROCESSAMENTO DO DIA) NAO E
      *LANCADO DE NOVO.
       023-INCLUIR-GANHO.
           MOVE "N" TO WRK-SW-DUPLICADO.
           PERFORM 036-VERIFICAR-DUPLICADO
             VARYING IDX-COM FROM 1 BY 1
               UNTIL IDX-COM > WRK-TAB-COM-QTDE
                  OR GANHO-JA-APURADO.

           IF GANHO-JA-APURADO
              ADD 1 TO WRK-CONT-JA-APURADOS
           ELSE
              MOVE SPACES             TO WRK-COM-REGISTRO
              MOVE WRK-COD-CORRETOR   TO COM-COD-CORRETOR
              MOVE PREM-COD-CLIENTE   TO COM-COD-CLIENTE
              MOVE PREM-COD-PRODUTO   TO COM-COD-PRODUTO
              MOVE PREM-DATA-EFETIVA  TO COM-DATA-EFETIVA
              SET COM-GANHO           TO TRUE
              MOVE WRK-DATA-SIS-NUM   TO COM-DATA
              MOVE PREM-VALOR         TO COM-VALOR-PREMIO
              MOVE WRK-PERCENTUAL     TO COM-PERCENTUAL
              COMPUTE COM-VALOR-COMISSAO ROUNDED =
                  PREM-VALOR * WRK-PERCENTUAL / 100
              MOVE TAB-CORR-DIAS-ESTORNO(IDX-CORR)
                TO WRK-CALL-QTD-DIAS
              PERFORM 038-SOMAR-DIAS-HOJE
              MOVE WRK-DATA-MONTADA-NUM TO COM-DATA-LIMITE
              PERFORM 035-INCLUIR-TAB-COM
              ADD COM-VALOR-COMISSAO TO WRK-TOTAL-GANHO
              ADD 1 TO WRK-CONT-GANHOS
           END-IF.

       036-VERIFICAR-DUPLICADO.
           MOVE TAB-COM-DADOS(IDX-COM) TO WRK-COM-REGISTRO.
           IF COM-GANHO
              AND COM-COD-CLIENTE  = PREM-COD-CLIENTE
              AND COM-COD-PRODUTO  = PREM-COD-PRODUTO
              AND COM-DATA-EFETIVA = PREM-DATA-EFETIVA
              AND COM-DATA         = WRK-DATA-SIS-NUM
              SET GANHO-JA-APURADO TO TRUE
           END-IF.

       038-SOMAR-DIAS-HOJE.
           MOVE 2           TO WRK-CALL-OPERACAO.
           MOVE WRK-SIS-DIA TO WRK-CALL-DIA.
           MOVE WRK-SIS-MES TO WRK-CALL-MES.
           MOVE WRK-SIS-ANO TO WRK-CALL-ANO.
           CALL 'DATAUTIL' USING WRK-CALL-OPERACAO WRK-CALL-DIA
                                  WRK-CALL-MES WRK-CALL-ANO
                                  WRK-CALL-QTD-DIAS
                                  WRK-CALL-DIA-SEMANA
                                  WRK-CALL-NOME-DIA
                                  WRK-CALL-AVALIDA
                                  WRK-CALL-DATA2.
           MOVE WRK-CALL-ANO TO WRK-MONT-ANO.
           MOVE WRK-CALL-MES TO WRK-MONT-MES.
           MOVE WRK-CALL-DIA TO WRK-MONT-DIA.

      *APOLICES EM LAPSO POR FALTA DE PAGAMENTO.
       017-ESTORNAR-LAPSOS.
           OPEN INPUT   PREMLAPSO.
           IF WRK-FS-PREMLAPSO NOT = "35"
              IF WRK-FS-PREMLAPSO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PREMLAPSO - FS: "
                         WRK-FS-PREMLAPSO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-PREMLAPSO
              PERFORM 026-TRATAR-LAPSO
                UNTIL WRK-FS-PREMLAPSO = "10"
              CLOSE PREMLAPSO
           END-IF.

       026-TRATAR-LAPSO.
           ADD 1 TO WRK-CONT-APOL-LAPSO.
           MOVE APOLICE-COD-CLIENTE TO WRK-EST-COD-CLIENTE.
           MOVE APOLICE-COD-PRODUTO TO WRK-EST-COD-PRODUTO.
           MOVE "L"                 TO WRK-EST-MOTIVO.
           PERFORM 024-ESTORNAR-APOLICE.
           PERFORM 046-LER-PREMLAPSO.

      *APOLICES CANCELADAS POR ENDOSSO HOJE.
       018-ESTORNAR-CANCELAMENTOS.
           OPEN INPUT   ENDHIST.
           IF WRK-FS-ENDHIST NOT = "35"
              IF WRK-FS-ENDHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ENDHIST - FS: "
                         WRK-FS-ENDHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-ENDHIST
              PERFORM 027-TRATAR-ENDOSSO
                UNTIL WRK-FS-ENDHIST = "10"
              CLOSE ENDHIST
           END-IF.

       027-TRATAR-ENDOSSO.
           IF HIST-CANCELAMENTO
              AND HIST-DATA = WRK-DATA-SIS-NUM
              ADD 1 TO WRK-CONT-APOL-CANCEL
              MOVE HIST-COD-CLIENTE TO WRK-EST-COD-CLIENTE
              MOVE HIST-COD-PRODUTO TO WRK-EST-COD-PRODUTO
              MOVE "C"              TO WRK-EST-MOTIVO
              PERFORM 024-ESTORNAR-APOLICE
           END-IF.
           PERFORM 047-LER-ENDHIST.

      *APOLICES COM CORRETOR QUE SAIRAM DO MESTRE ANTES DO
      *VENCIMENTO (TITULAR CANCELOU O PRODUTO).
       019-ESTORNAR-ENCERRADAS.
           OPEN INPUT   APOLANT.
           IF WRK-FS-APOLANT NOT = "35"
              IF WRK-FS-APOLANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA APOLANT - FS: "
                         WRK-FS-APOLANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 048-LER-APOLANT
              PERFORM 028-TRATAR-APOLANT
                UNTIL WRK-FS-APOLANT = "10"
              CLOSE APOLANT
           END-IF.

       028-TRATAR-APOLANT.
           IF APOLICE-COD-CORRETOR NOT = ZEROS
              AND APOLICE-DATA-VENCTO NOT < WRK-DATA-SIS-NUM
              MOVE "N" TO WRK-SW-NO-MESTRE
              SET IDX-APOL TO 1
              SEARCH TAB-APOL-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-APOL-COD-CLIENTE(IDX-APOL) =
                       APOLICE-COD-CLIENTE
                       AND TAB-APOL-COD-PRODUTO(IDX-APOL) =
                           APOLICE-COD-PRODUTO
                      SET APOLICE-NO-MESTRE TO TRUE
              END-SEARCH
              IF NOT APOLICE-NO-MESTRE
                 ADD 1 TO WRK-CONT-APOL-CANCEL
                 MOVE APOLICE-COD-CLIENTE TO WRK-EST-COD-CLIENTE
                 MOVE APOLICE-COD-PRODUTO TO WRK-EST-COD-PRODUTO
                 MOVE "C"                 TO WRK-EST-MOTIVO
                 PERFORM 024-ESTORNAR-APOLICE
              END-IF
           END-IF.
           PERFORM 048-LER-APOLANT.

      *ESTORNA OS GANHOS DA APOLICE AINDA DENTRO DO LIMITE DE
      *ESTORNO E NAO ESTORNADOS. O GANHO JA ESTORNADO NAO E
      *ESTORNADO DE NOVO (LAPSO SEGUIDO DA SAIDA DO MESTRE).
       024-ESTORNAR-APOLICE.
           PERFORM 025-ESTORNAR-LANCAMENTO
             VARYING IDX-COM FROM 1 BY 1
               UNTIL IDX-COM > WRK-TAB-COM-QTDE.

       025-ESTORNAR-LANCAMENTO.
           MOVE TAB-COM-DADOS(IDX-COM) TO WRK-COM-REGISTRO.
           IF COM-GANHO
              AND NOT COM-ESTORNADO
              AND COM-COD-CLIENTE = WRK-EST-COD-CLIENTE
              AND COM-COD-PRODUTO = WRK-EST-COD-PRODUTO
              AND COM-DATA-LIMITE NOT < WRK-DATA-SIS-NUM
              SET COM-ESTORNADO TO TRUE
              MOVE WRK-COM-REGISTRO TO TAB-COM-DADOS(IDX-COM)
              SET COM-ESTORNO       TO TRUE
              MOVE WRK-DATA-SIS-NUM TO COM-DATA
              COMPUTE COM-VALOR-COMISSAO =
                  ZEROS - COM-VALOR-COMISSAO
              MOVE ZEROS            TO COM-DATA-LIMITE
              MOVE SPACES           TO COM-SITUACAO
              MOVE WRK-EST-MOTIVO   TO COM-MOTIVO
              PERFORM 035-INCLUIR-TAB-COM
              SUBTRACT COM-VALOR-COMISSAO FROM WRK-TOTAL-ESTORNO
              ADD 1 TO WRK-CONT-ESTORNOS
           END-IF.

       041-LER-PREMHOJE.
           READ PREMHOJE INTO WRK-PREM-REGISTRO.
           IF WRK-FS-PREMHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PREMHOJE - FS: " WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PREMHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-PREMHOJE
           END-IF.

       042-LER-CORRHOJE.
           READ CORRHOJE INTO WRK-CORR-REGISTRO.
           IF WRK-FS-CORRHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CORRHOJE - FS: " WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-PARMCOM.
           READ PARMCOM INTO WRK-PARMCOM-REGISTRO.
           IF WRK-FS-PARMCOM NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMCOM - FS: " WRK-FS-PARMCOM
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-APOLHOJE.
           READ APOLHOJE INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-COMANT.
           READ COMANT INTO WRK-COM-REGISTRO.
           IF WRK-FS-COMANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMANT - FS: " WRK-FS-COMANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-PREMLAPSO.
           READ PREMLAPSO INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-PREMLAPSO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PREMLAPSO - FS: "
                      WRK-FS-PREMLAPSO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-LER-ENDHIST.
           READ ENDHIST INTO WRK-ENDHIST-REGISTRO.
           IF WRK-FS-ENDHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENDHIST - FS: " WRK-FS-ENDHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-LER-APOLANT.
           READ APOLANT INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLANT - FS: " WRK-FS-APOLANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       049-GRAVAR-COMEXC.
           MOVE PREM-COD-CLIENTE TO COMEXC-COD-CLIENTE.
           MOVE PREM-COD-PRODUTO TO COMEXC-COD-PRODUTO.
           MOVE WRK-COD-CORRETOR TO COMEXC-COD-CORRETOR.
           MOVE PREM-VALOR       TO COMEXC-VALOR-PREMIO.
           WRITE FD-COMEXC-REGISTRO FROM WRK-COMEXC-REGISTRO.
           IF WRK-FS-COMEXC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMEXC - FS: " WRK-FS-COMEXC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-EXCECOES.

       053-GRAVAR-COMHOJE.
           WRITE FD-COMHOJE-REGISTRO FROM TAB-COM-DADOS(IDX-COM).
           IF WRK-FS-COMHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMHOJE - FS: " WRK-FS-COMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-COMHOJE
           VARYING IDX-COM FROM 1 BY 1
           UNTIL IDX-COM > WRK-TAB-COM-QTDE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-EXCECOES > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-GANHO   TO WRK-TOTAL-GANHO-ED.
           MOVE WRK-TOTAL-ESTORNO TO WRK-TOTAL-ESTORNO-ED.
           DISPLAY "Quantidade de Lancamentos Lidos COMANT....: "
                   WRK-CONT-LIDOS-COMANT.
           DISPLAY "Quantidade de Lancamentos Expurgados......: "
                   WRK-CONT-EXPURGADOS.
           DISPLAY "Quantidade de Registros Lidos PREMHOJE....: "
                   WRK-CONT-LIDOS-PREMHOJE.
           DISPLAY "Quantidade de Cobrancas sem Corretor......: "
                   WRK-CONT-COBR-DIRETAS.
           DISPLAY "Quantidade de Comissoes Ganhas............: "
                   WRK-CONT-GANHOS.
           DISPLAY "Quantidade de Comissoes ja Apuradas.......: "
                   WRK-CONT-JA-APURADOS.
           DISPLAY "Quantidade de Cobrancas em Excecao........: "
                   WRK-CONT-EXCECOES.
           DISPLAY "Quantidade de Apolices em Lapso...........: "
                   WRK-CONT-APOL-LAPSO.
           DISPLAY "Quantidade de Apolices Canceladas.........: "
                   WRK-CONT-APOL-CANCEL.
           DISPLAY "Quantidade de Comissoes Estornadas........: "
                   WRK-CONT-ESTORNOS.
           DISPLAY "Quantidade de Registros Gravados COMHOJE..: "
                   WRK-CONT-GRAVADOS.
           DISPLAY "Valor Total de Comissoes Ganhas...........: "
                   WRK-TOTAL-GANHO-ED.
           DISPLAY "Valor Total de Comissoes Estornadas.......: "
                   WRK-TOTAL-ESTORNO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE PREMHOJE.
           IF WRK-FS-PREMHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PREMHOJE - FS: " WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMHOJE.
           IF WRK-FS-COMHOJE NOT = "00"
              DISPLAY "ERRO CLOSE COMHOJE - FS: " WRK-FS-COMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMEXC.
           IF WRK-FS-COMEXC NOT = "00"
              DISPLAY "ERRO CLOSE COMEXC - FS: " WRK-FS-COMEXC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX22".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

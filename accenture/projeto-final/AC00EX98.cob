       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX98.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX98
      *CONTA ABERTA E FATURAMENTO MENSAL DO CLIENTE CORPORATIVO.
      *RODA TODO DIA APOS O AC00EX10: AS VENDAS FATURADAS DO DIA
      *(FATVENDA) ENTRAM NA CONTA ABERTA DO CLIENTE, MANTIDA EM
      *FATCTAANT/FATCTAHOJE NO MESMO ESPIRITO DOS SNAPSHOTS
      *CONTARANT/CONTARHOJE DO AC00EX15.
      *NO ULTIMO DIA DO MES (OU NA DATA DE CORTE INFORMADA NO
      *PARAMETRO PARMFAT) AS VENDAS DA CONTA ABERTA ATE O CORTE SAO
      *CONSOLIDADAS EM UMA FATURA POR CLIENTE:
      *- A FATURA SAI EM FATDOC (CABECALHO, UMA LINHA POR COMPRA E
      *  TOTAL). O NUMERO DA FATURA E O CODIGO DA PRIMEIRA COMPRA
      *  FATURADA NELA - VENDA FATURADA NAO GERA TITULO DE BOLETO,
      *  ENTAO O NUMERO NAO COLIDE NA CARTEIRA DE RECEBIVEIS;
      *- O VENCIMENTO E A EMISSAO MAIS O PRAZO DO CLIENTE (30 OU
      *  60 DIAS, CLIENTE-COD-PRAZO; SEM PRAZO VALIDO, 30 DIAS),
      *  EMPURRADO PARA O PROXIMO DIA UTIL VIA DATAUTIL;
      *- A FATURA VIRA UM TITULO EM FATTIT, NO LAYOUT DO REGISTRO
      *  DE RECEBIVEIS, INCORPORADO PELO AC00EX15. COMO O AC00EX15
      *  E A REGUA DO AC00EX48 CONTAM A IDADE A PARTIR DA DATA DA
      *  COMPRA E COBRAM APOS 30 DIAS, A DATA GRAVADA NO TITULO E
      *  O VENCIMENTO MENOS 30 DIAS - A COBRANCA COMECA QUANDO A
      *  FATURA VENCE.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *VENDAS FATURADAS DO DIA, GRAVADAS PELO AC00EX10
       SELECT FATVENDA  ASSIGN    TO FATVENDA
                      FILE STATUS    IS WRK-FS-FATVENDA.

      *CONTA ABERTA DO CICLO ANTERIOR
       SELECT FATCTAANT ASSIGN    TO FATCTAANT
                      FILE STATUS    IS WRK-FS-FATCTAANT.

      *CONTA ABERTA AINDA NAO FATURADA, PARA O PROXIMO CICLO
       SELECT FATCTAHOJE ASSIGN   TO FATCTAHOJE
                      FILE STATUS    IS WRK-FS-FATCTAHOJE.

      *DATA DE CORTE DO FATURAMENTO FORA DO FIM DO MES (OPCIONAL)
       SELECT PARMFAT   ASSIGN    TO PARMFAT
                      FILE STATUS    IS WRK-FS-PARMFAT.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *DOCUMENTO DA FATURA - CABECALHO, DETALHE E TOTAL
       SELECT FATDOC    ASSIGN    TO FATDOC
                      FILE STATUS    IS WRK-FS-FATDOC.

      *TITULOS DAS FATURAS PARA O REGISTRO DE RECEBIVEIS
       SELECT FATTIT    ASSIGN    TO FATTIT
                      FILE STATUS    IS WRK-FS-FATTIT.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  FATVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATVENDA-REGISTRO    PIC X(041).

       FD  FATCTAANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATCTAANT-REGISTRO   PIC X(041).

       FD  FATCTAHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATCTAHOJE-REGISTRO  PIC X(041).

       FD  PARMFAT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMFAT-REGISTRO     PIC X(008).

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  FATDOC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATDOC-REGISTRO      PIC X(049).

       FD  FATTIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATTIT-REGISTRO      PIC X(039).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-FATVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-FATCTAANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-FATCTAHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMFAT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-FATDOC         PIC X(002) VALUE SPACES.
           05 WRK-FS-FATTIT         PIC X(002) VALUE SPACES.

      *LAYOUT DE FATVENDA E DA CONTA ABERTA (FATCTAANT/FATCTAHOJE)
      *- MESMO GRAVADO PELO AC00EX10
       01  WRK-FATVENDA-REGISTRO.
           05 FATVENDA-COD-COMPRA     PIC  9(005).
           05 FATVENDA-COD-LOJA       PIC  9(003).
           05 FATVENDA-COD-CLIENTE    PIC  9(003).
           05 FATVENDA-DATA           PIC  9(008).
           05 FATVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 FATVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE PARMFAT - DATA DE CORTE DO FATURAMENTO
       01  WRK-PARMFAT-REGISTRO.
           05 PARMFAT-DATA-CORTE    PIC  9(008).

      *LAYOUT DE CLIENTE - MESMO CADASTRO MANTIDO PELO AC00EX12
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE FATDOC - UMA LINHA DO DOCUMENTO DA FATURA
       01  WRK-FATDOC-REGISTRO.
           05 FATDOC-TIPO-REG       PIC  X(001).
               88 FATDOC-CABECALHO     VALUE "C".
               88 FATDOC-DETALHE       VALUE "D".
               88 FATDOC-TOTAL         VALUE "T".
           05 FATDOC-NUM-FATURA     PIC  9(005).
           05 FATDOC-COD-CLIENTE    PIC  9(003).
           05 FATDOC-DADOS          PIC  X(040).
           05 FATDOC-DADOS-CAB REDEFINES FATDOC-DADOS.
               10 FATDOC-NOME-CLIENTE  PIC  X(020).
               10 FATDOC-DATA-EMISSAO  PIC  9(008).
               10 FATDOC-DATA-VENC     PIC  9(008).
               10 FATDOC-COD-PRAZO     PIC  X(002).
               10 FILLER               PIC  X(002).
           05 FATDOC-DADOS-DET REDEFINES FATDOC-DADOS.
               10 FATDOC-COD-COMPRA    PIC  9(005).
               10 FATDOC-COD-LOJA      PIC  9(003).
               10 FATDOC-DATA-COMPRA   PIC  9(008).
               10 FATDOC-VALOR-LIQUIDO PIC  9(009)V99.
               10 FATDOC-VALOR-IMPOSTO PIC  9(009)V99.
               10 FILLER               PIC  X(002).
           05 FATDOC-DADOS-TOT REDEFINES FATDOC-DADOS.
               10 FATDOC-QTD-COMPRAS   PIC  9(005).
               10 FATDOC-TOT-VALOR     PIC  9(009)V99.
               10 FATDOC-TOT-IMPOSTO   PIC  9(009)V99.
               10 FILLER               PIC  X(013).

      *LAYOUT DE FATTIT - MESMO LAYOUT DO REGISTRO DE RECEBIVEIS
      *(CONTARANT/CONTARHOJE) DO AC00EX15
       01  WRK-FATTIT-REGISTRO.
           05 FATTIT-COD-COMPRA     PIC  9(005).
           05 FATTIT-COD-CLIENTE    PIC  9(003).
           05 FATTIT-DATA-COMPRA    PIC  9(008).
           05 FATTIT-VALOR-ORIGINAL PIC  9(009)V99.
           05 FATTIT-VALOR-PAGO     PIC  9(009)V99.
           05 FATTIT-STATUS         PIC  X(001).

      *CONTA ABERTA (PENDENTES DO CICLO ANTERIOR MAIS AS VENDAS
      *FATURADAS DO DIA)
       01  WRK-TAB-FAT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-FAT-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-FAT-QTDE
               INDEXED BY IDX-FAT IDX-FAT2.
           05 TAB-FAT-COD-COMPRA    PIC 9(005).
           05 TAB-FAT-COD-LOJA      PIC 9(003).
           05 TAB-FAT-COD-CLIENTE   PIC 9(003).
           05 TAB-FAT-DATA          PIC 9(008).
           05 TAB-FAT-VALOR-LIQUIDO PIC 9(009)V99.
           05 TAB-FAT-VALOR-IMPOSTO PIC 9(009)V99.
           05 TAB-FAT-SITUACAO      PIC X(001).
               88 TAB-FAT-ABERTA         VALUE "A".
               88 TAB-FAT-FATURADA       VALUE "F".

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL - FIM DO MES E
      *VENCIMENTO DA FATURA EM DIA UTIL
       01  WRK-DU-OPERACAO          PIC 9(001) VALUE ZEROS.
       01  WRK-DU-DIA               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-MES               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-ANO               PIC 9(004) VALUE ZEROS.
       01  WRK-DU-QTD-DIAS          PIC S9(005) VALUE ZEROS.
       01  WRK-DU-DIA-SEMANA        PIC 9(001) VALUE ZEROS.
       01  WRK-DU-NOME-DIA          PIC X(013) VALUE SPACES.
       01  WRK-DU-AVALIDA           PIC X(001) VALUE SPACES.
       01  WRK-DU-DATA2             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO           PIC 9(004).
           05 WRK-SIS-MES           PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

       01  WRK-DATA-CALC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

      *APOIO AO FATURAMENTO
       01  WRK-DATA-CORTE           PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-VENC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-TITULO          PIC 9(008) VALUE ZEROS.
       01  WRK-PRAZO-CLIENTE        PIC 9(003) VALUE ZEROS.
       01  WRK-COD-CLIENTE-FAT      PIC 9(003) VALUE ZEROS.
       01  WRK-NUM-FATURA           PIC 9(005) VALUE ZEROS.
       01  WRK-QTD-COMPRAS-FAT      PIC 9(005) VALUE ZEROS.
       01  WRK-TOTAL-FATURA         PIC 9(009)V99 VALUE ZEROS.
       01  WRK-TOTAL-IMPOSTO-FAT    PIC 9(009)V99 VALUE ZEROS.

       01  WRK-SW-FATURAMENTO       PIC 9(001) VALUE ZEROS.
           88 DIA-DE-FATURAMENTO       VALUE 1.
           88 DIA-SEM-FATURAMENTO      VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-FATVENDA     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FATCTAANT    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-FATURAS-EMITIDAS   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-COMPRAS-FATURADAS  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FATDOC    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FATTIT    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FATCTA    PIC 9(07) VALUE ZEROS.

      *TOTAIS DO RUN
       01  WRK-TOTAL-FATURADO       PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-EM-ABERTO      PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-FATURADO-ED    PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-EM-ABERTO-ED   PIC ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE             DIVISION.

       000-AC00EX98-APP.
           PERFORM 010-INICIALIZAR.
           IF DIA-DE-FATURAMENTO
              PERFORM 020-FATURAR-CLIENTE
              VARYING IDX-FAT FROM 1 BY 1
              UNTIL IDX-FAT > WRK-TAB-FAT-QTDE
           END-IF.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX98 INICIADO - FATURAMENTO MENSAL"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-DEFINIR-CORTE.
           PERFORM 014-CARREGAR-TABELA-FATCTAANT.
           PERFORM 015-CARREGAR-FATVENDA.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    FATVENDA.
           IF WRK-FS-FATVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATVENDA - FS: " WRK-FS-FATVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FATCTAHOJE.
           IF WRK-FS-FATCTAHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATCTAHOJE - FS: "
                      WRK-FS-FATCTAHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FATDOC.
           IF WRK-FS-FATDOC NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATDOC - FS: " WRK-FS-FATDOC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FATTIT.
           IF WRK-FS-FATTIT NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATTIT - FS: " WRK-FS-FATTIT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *COM O PARAMETRO, FATURA NESTE RUN TUDO QUE FOI VENDIDO ATE A
      *DATA DE CORTE INFORMADA. SEM O PARAMETRO, SO FATURA NO
      *ULTIMO DIA DO MES (O DIA SEGUINTE CAI EM OUTRO MES), COM
      *CORTE NA PROPRIA DATA DO SISTEMA.
       013-DEFINIR-CORTE.
           SET DIA-SEM-FATURAMENTO TO TRUE.
           OPEN INPUT   PARMFAT.
           IF WRK-FS-PARMFAT = "35"
              MOVE 2           TO WRK-DU-OPERACAO
              MOVE WRK-SIS-DIA TO WRK-DU-DIA
              MOVE WRK-SIS-MES TO WRK-DU-MES
              MOVE WRK-SIS-ANO TO WRK-DU-ANO
              MOVE 1           TO WRK-DU-QTD-DIAS
              CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                     WRK-DU-MES WRK-DU-ANO
                                     WRK-DU-QTD-DIAS
                                     WRK-DU-DIA-SEMANA
                                     WRK-DU-NOME-DIA
                                     WRK-DU-AVALIDA
                                     WRK-DU-DATA2
              IF WRK-DU-MES NOT = WRK-SIS-MES
                 MOVE WRK-DATA-SIS TO WRK-DATA-CORTE
                 SET DIA-DE-FATURAMENTO TO TRUE
              END-IF
           ELSE
              IF WRK-FS-PARMFAT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMFAT - FS: "
                         WRK-FS-PARMFAT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              READ PARMFAT INTO WRK-PARMFAT-REGISTRO
              IF WRK-FS-PARMFAT NOT = "00"
                 DISPLAY "ERRO LEITURA PARMFAT - FS: " WRK-FS-PARMFAT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE PARMFAT-DATA-CORTE TO WRK-DATA-CORTE
              SET DIA-DE-FATURAMENTO TO TRUE

              CLOSE PARMFAT
              IF WRK-FS-PARMFAT NOT = "00"
                 DISPLAY "ERRO CLOSE PARMFAT - FS: " WRK-FS-PARMFAT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           IF DIA-DE-FATURAMENTO
              DISPLAY "FATURAMENTO DAS VENDAS ATE: " WRK-DATA-CORTE
           ELSE
              DISPLAY "DIA SEM FATURAMENTO - SO ATUALIZA A CONTA"
           END-IF.

      *CARREGA A CONTA ABERTA DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), A CONTA COMECA VAZIA.
       014-CARREGAR-TABELA-FATCTAANT.
           OPEN INPUT   FATCTAANT.
           IF WRK-FS-FATCTAANT = "35"
              MOVE ZEROS TO WRK-TAB-FAT-QTDE
           ELSE
              IF WRK-FS-FATCTAANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FATCTAANT - FS: "
                         WRK-FS-FATCTAANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-FATCTAANT
              PERFORM 032-INCORPORAR-PENDENTE
                UNTIL WRK-FS-FATCTAANT = "10"

              CLOSE FATCTAANT
              IF WRK-FS-FATCTAANT NOT = "00"
                 DISPLAY "ERRO CLOSE FATCTAANT - FS: "
                         WRK-FS-FATCTAANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *AS VENDAS FATURADAS DO DIA ENTRAM NA CONTA ABERTA.
       015-CARREGAR-FATVENDA.
           PERFORM 042-LER-FATVENDA.
           IF WRK-FS-FATVENDA = "10"
              DISPLAY "ARQUIVO FATVENDA VAZIO"
           END-IF.
           PERFORM 033-INCORPORAR-VENDA
             UNTIL WRK-FS-FATVENDA = "10".

      *A PRIMEIRA VENDA EM ABERTO DE UM CLIENTE ATE O CORTE ABRE A
      *FATURA DELE; AS DEMAIS VENDAS DO MESMO CLIENTE ATE O CORTE
      *ENTRAM NA MESMA FATURA.
       020-FATURAR-CLIENTE.
           IF TAB-FAT-ABERTA(IDX-FAT)
              AND TAB-FAT-DATA(IDX-FAT) <= WRK-DATA-CORTE
              MOVE TAB-FAT-COD-CLIENTE(IDX-FAT)
                TO WRK-COD-CLIENTE-FAT
              MOVE TAB-FAT-COD-COMPRA(IDX-FAT) TO WRK-NUM-FATURA
              MOVE ZEROS TO WRK-QTD-COMPRAS-FAT
              MOVE ZEROS TO WRK-TOTAL-FATURA
              MOVE ZEROS TO WRK-TOTAL-IMPOSTO-FAT

              PERFORM 021-BUSCAR-CLIENTE
              PERFORM 022-CALCULAR-VENCIMENTO
              PERFORM 034-MOVER-DADOS-CABECALHO
              PERFORM 045-GRAVAR-FATDOC

              PERFORM 023-FATURAR-VENDA
              VARYING IDX-FAT2 FROM IDX-FAT BY 1
              UNTIL IDX-FAT2 > WRK-TAB-FAT-QTDE

              PERFORM 035-MOVER-DADOS-TOTAL
              PERFORM 045-GRAVAR-FATDOC
              PERFORM 036-MOVER-DADOS-FATTIT
              PERFORM 046-GRAVAR-FATTIT

              ADD 1 TO WRK-CONT-FATURAS-EMITIDAS
              ADD WRK-TOTAL-FATURA TO WRK-TOTAL-FATURADO
           END-IF.

      *NOME E PRAZO DO CLIENTE. CLIENTE FORA DO CADASTRO OU SEM
      *PRAZO VALIDO E FATURADO EM 30 DIAS.
       021-BUSCAR-CLIENTE.
           MOVE WRK-COD-CLIENTE-FAT TO FD-CLIENTE-COD-CLINTE.
           READ CLIENTE INTO WRK-CLIENTE-REGISTRO
               INVALID KEY
                   MOVE SPACES TO CLIENTE-NOME
                   MOVE SPACES TO CLIENTE-COD-PRAZO
           END-READ.
           IF NOT CLIENTE-PRAZO-VALIDO
              MOVE "30" TO CLIENTE-COD-PRAZO
           END-IF.
           MOVE CLIENTE-COD-PRAZO TO WRK-PRAZO-CLIENTE.

      *VENCIMENTO = EMISSAO + PRAZO, NO PROXIMO DIA UTIL. A DATA DO
      *TITULO E O VENCIMENTO MENOS 30 DIAS (VIDE CABECALHO).
       022-CALCULAR-VENCIMENTO.
           MOVE 2                 TO WRK-DU-OPERACAO.
           MOVE WRK-SIS-DIA       TO WRK-DU-DIA.
           MOVE WRK-SIS-MES       TO WRK-DU-MES.
           MOVE WRK-SIS-ANO       TO WRK-DU-ANO.
           MOVE WRK-PRAZO-CLIENTE TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.

           MOVE 3                 TO WRK-DU-OPERACAO.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.
           MOVE WRK-DU-ANO TO WRK-CALC-ANO.
           MOVE WRK-DU-MES TO WRK-CALC-MES.
           MOVE WRK-DU-DIA TO WRK-CALC-DIA.
           MOVE WRK-DATA-CALC TO WRK-DATA-VENC.

           MOVE 2                 TO WRK-DU-OPERACAO.
           MOVE -30               TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.
           MOVE WRK-DU-ANO TO WRK-CALC-ANO.
           MOVE WRK-DU-MES TO WRK-CALC-MES.
           MOVE WRK-DU-DIA TO WRK-CALC-DIA.
           MOVE WRK-DATA-CALC TO WRK-DATA-TITULO.

       023-FATURAR-VENDA.
           IF TAB-FAT-ABERTA(IDX-FAT2)
              AND TAB-FAT-COD-CLIENTE(IDX-FAT2) = WRK-COD-CLIENTE-FAT
              AND TAB-FAT-DATA(IDX-FAT2) <= WRK-DATA-CORTE
              SET TAB-FAT-FATURADA(IDX-FAT2) TO TRUE
              ADD 1 TO WRK-QTD-COMPRAS-FAT
              ADD 1 TO WRK-CONT-COMPRAS-FATURADAS
              ADD TAB-FAT-VALOR-LIQUIDO(IDX-FAT2) TO WRK-TOTAL-FATURA
              ADD TAB-FAT-VALOR-IMPOSTO(IDX-FAT2)
                TO WRK-TOTAL-IMPOSTO-FAT
              PERFORM 037-MOVER-DADOS-DETALHE
              PERFORM 045-GRAVAR-FATDOC
           END-IF.

       030-INCLUIR-VENDA.
           ADD 1 TO WRK-TAB-FAT-QTDE.
           MOVE FATVENDA-COD-COMPRA
             TO TAB-FAT-COD-COMPRA(WRK-TAB-FAT-QTDE).
           MOVE FATVENDA-COD-LOJA
             TO TAB-FAT-COD-LOJA(WRK-TAB-FAT-QTDE).
           MOVE FATVENDA-COD-CLIENTE
             TO TAB-FAT-COD-CLIENTE(WRK-TAB-FAT-QTDE).
           MOVE FATVENDA-DATA
             TO TAB-FAT-DATA(WRK-TAB-FAT-QTDE).
           MOVE FATVENDA-VALOR-LIQUIDO
             TO TAB-FAT-VALOR-LIQUIDO(WRK-TAB-FAT-QTDE).
           MOVE FATVENDA-VALOR-IMPOSTO
             TO TAB-FAT-VALOR-IMPOSTO(WRK-TAB-FAT-QTDE).
           SET TAB-FAT-ABERTA(WRK-TAB-FAT-QTDE) TO TRUE.

       032-INCORPORAR-PENDENTE.
           PERFORM 030-INCLUIR-VENDA.
           PERFORM 041-LER-FATCTAANT.

       033-INCORPORAR-VENDA.
           PERFORM 030-INCLUIR-VENDA.
           PERFORM 042-LER-FATVENDA.

       034-MOVER-DADOS-CABECALHO.
           MOVE SPACES              TO WRK-FATDOC-REGISTRO.
           SET FATDOC-CABECALHO     TO TRUE.
           MOVE WRK-NUM-FATURA      TO FATDOC-NUM-FATURA.
           MOVE WRK-COD-CLIENTE-FAT TO FATDOC-COD-CLIENTE.
           MOVE CLIENTE-NOME        TO FATDOC-NOME-CLIENTE.
           MOVE WRK-DATA-SIS        TO FATDOC-DATA-EMISSAO.
           MOVE WRK-DATA-VENC       TO FATDOC-DATA-VENC.
           MOVE CLIENTE-COD-PRAZO   TO FATDOC-COD-PRAZO.

       035-MOVER-DADOS-TOTAL.
           MOVE SPACES                TO WRK-FATDOC-REGISTRO.
           SET FATDOC-TOTAL           TO TRUE.
           MOVE WRK-NUM-FATURA        TO FATDOC-NUM-FATURA.
           MOVE WRK-COD-CLIENTE-FAT   TO FATDOC-COD-CLIENTE.
           MOVE WRK-QTD-COMPRAS-FAT   TO FATDOC-QTD-COMPRAS.
           MOVE WRK-TOTAL-FATURA      TO FATDOC-TOT-VALOR.
           MOVE WRK-TOTAL-IMPOSTO-FAT TO FATDOC-TOT-IMPOSTO.

       036-MOVER-DADOS-FATTIT.
           MOVE WRK-NUM-FATURA      TO FATTIT-COD-COMPRA.
           MOVE WRK-COD-CLIENTE-FAT TO FATTIT-COD-CLIENTE.
           MOVE WRK-DATA-TITULO     TO FATTIT-DATA-COMPRA.
           MOVE WRK-TOTAL-FATURA    TO FATTIT-VALOR-ORIGINAL.
           MOVE ZEROS               TO FATTIT-VALOR-PAGO.
           MOVE "A"                 TO FATTIT-STATUS.

       037-MOVER-DADOS-DETALHE.
           MOVE SPACES                TO WRK-FATDOC-REGISTRO.
           SET FATDOC-DETALHE         TO TRUE.
           MOVE WRK-NUM-FATURA        TO FATDOC-NUM-FATURA.
           MOVE WRK-COD-CLIENTE-FAT   TO FATDOC-COD-CLIENTE.
           MOVE TAB-FAT-COD-COMPRA(IDX-FAT2)    TO FATDOC-COD-COMPRA.
           MOVE TAB-FAT-COD-LOJA(IDX-FAT2)      TO FATDOC-COD-LOJA.
           MOVE TAB-FAT-DATA(IDX-FAT2)          TO FATDOC-DATA-COMPRA.
           MOVE TAB-FAT-VALOR-LIQUIDO(IDX-FAT2)
             TO FATDOC-VALOR-LIQUIDO.
           MOVE TAB-FAT-VALOR-IMPOSTO(IDX-FAT2)
             TO FATDOC-VALOR-IMPOSTO.

       041-LER-FATCTAANT.
           READ FATCTAANT INTO WRK-FATVENDA-REGISTRO.
           IF WRK-FS-FATCTAANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FATCTAANT - FS: " WRK-FS-FATCTAANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FATCTAANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-FATCTAANT
           END-IF.

       042-LER-FATVENDA.
           READ FATVENDA  INTO WRK-FATVENDA-REGISTRO.
           IF WRK-FS-FATVENDA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FATVENDA - FS: " WRK-FS-FATVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FATVENDA = "00"
                ADD 1 TO WRK-CONT-LIDOS-FATVENDA
           END-IF.

       045-GRAVAR-FATDOC.
           WRITE FD-FATDOC-REGISTRO FROM WRK-FATDOC-REGISTRO.
           IF WRK-FS-FATDOC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FATDOC - FS: " WRK-FS-FATDOC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FATDOC.

       046-GRAVAR-FATTIT.
           WRITE FD-FATTIT-REGISTRO FROM WRK-FATTIT-REGISTRO.
           IF WRK-FS-FATTIT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FATTIT - FS: " WRK-FS-FATTIT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FATTIT.

       050-FINALIZAR.
           PERFORM 055-FECHAR-CONTA.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA ADIANTE AS VENDAS AINDA NAO FATURADAS.
       055-FECHAR-CONTA.
           PERFORM 056-GRAVAR-FATCTAHOJE
           VARYING IDX-FAT FROM 1 BY 1
           UNTIL IDX-FAT > WRK-TAB-FAT-QTDE.

       056-GRAVAR-FATCTAHOJE.
           IF TAB-FAT-ABERTA(IDX-FAT)
              MOVE TAB-FAT-COD-COMPRA(IDX-FAT)
                TO FATVENDA-COD-COMPRA
              MOVE TAB-FAT-COD-LOJA(IDX-FAT)
                TO FATVENDA-COD-LOJA
              MOVE TAB-FAT-COD-CLIENTE(IDX-FAT)
                TO FATVENDA-COD-CLIENTE
              MOVE TAB-FAT-DATA(IDX-FAT)
                TO FATVENDA-DATA
              MOVE TAB-FAT-VALOR-LIQUIDO(IDX-FAT)
                TO FATVENDA-VALOR-LIQUIDO
              MOVE TAB-FAT-VALOR-IMPOSTO(IDX-FAT)
                TO FATVENDA-VALOR-IMPOSTO
              WRITE FD-FATCTAHOJE-REGISTRO FROM WRK-FATVENDA-REGISTRO
              IF WRK-FS-FATCTAHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO FATCTAHOJE - FS: "
                         WRK-FS-FATCTAHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-FATCTA
              ADD TAB-FAT-VALOR-LIQUIDO(IDX-FAT)
                TO WRK-TOTAL-EM-ABERTO
           END-IF.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-FATURADO  TO WRK-TOTAL-FATURADO-ED.
           MOVE WRK-TOTAL-EM-ABERTO TO WRK-TOTAL-EM-ABERTO-ED.
           DISPLAY "Quantidade de Registros Lidos    FATVENDA.: "
                   WRK-CONT-LIDOS-FATVENDA.
           DISPLAY "Quantidade de Registros Lidos    FATCTAANT: "
                   WRK-CONT-LIDOS-FATCTAANT.
           DISPLAY "Quantidade de Faturas Emitidas............: "
                   WRK-CONT-FATURAS-EMITIDAS.
           DISPLAY "Quantidade de Compras Faturadas...........: "
                   WRK-CONT-COMPRAS-FATURADAS.
           DISPLAY "Quantidade de Registros Gravados FATDOC...: "
                   WRK-CONT-GRAVADOS-FATDOC.
           DISPLAY "Quantidade de Registros Gravados FATTIT...: "
                   WRK-CONT-GRAVADOS-FATTIT.
           DISPLAY "Quantidade de Registros Gravados FATCTAHOJE "
                   WRK-CONT-GRAVADOS-FATCTA.
           DISPLAY "Valor Total Faturado......................: "
                   WRK-TOTAL-FATURADO-ED.
           DISPLAY "Valor Total em Aberto na Conta............: "
                   WRK-TOTAL-EM-ABERTO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE FATVENDA.
           IF WRK-FS-FATVENDA NOT = "00"
              DISPLAY "ERRO CLOSE FATVENDA - FS: " WRK-FS-FATVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FATCTAHOJE.
           IF WRK-FS-FATCTAHOJE NOT = "00"
              DISPLAY "ERRO CLOSE FATCTAHOJE - FS: "
                      WRK-FS-FATCTAHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CLIENTE.
           IF WRK-FS-CLIENTE NOT = "00"
              DISPLAY "ERRO CLOSE CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FATDOC.
           IF WRK-FS-FATDOC NOT = "00"
              DISPLAY "ERRO CLOSE FATDOC - FS: " WRK-FS-FATDOC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FATTIT.
           IF WRK-FS-FATTIT NOT = "00"
              DISPLAY "ERRO CLOSE FATTIT - FS: " WRK-FS-FATTIT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX98".
           GOBACK.

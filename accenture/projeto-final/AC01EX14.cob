       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX14.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX14
      *CARTAO PROPRIO DA LOJA (CREDITO ROTATIVO) COM FATURA
      *MENSAL. RODA TODO DIA APOS O AC00EX10 E O AC00EX16.
      *CADA CLIENTE TEM NO MAXIMO UMA CONTA DE CARTAO, MANTIDA EM
      *CRTCTAANT/CRTCTAHOJE NO MESMO ESPIRITO DOS SNAPSHOTS DO
      *AC00EX98, COM LIMITE, SALDO DEVEDOR E OS DADOS DA ULTIMA
      *FATURA. A CONTA E ABERTA, TEM O LIMITE ALTERADO, E
      *BLOQUEADA, DESBLOQUEADA OU CANCELADA PELAS TRANSACOES DO
      *CRTMANUT; TRANSACAO INVALIDA SAI EM CRTREJ COM O MOTIVO.
      *AS COMPRAS DO DIA NO CARTAO (CRTVENDA, GRAVADO PELO
      *AC00EX10 PARA O TIPO DE PAGAMENTO CARTLOJA) SOMAM NO SALDO.
      *OS PAGAMENTOS DA FATURA CHEGAM PELO RETORNO DO BANCO
      *(RETBANCO, O MESMO LIDO PELO AC00EX16): A FATURA E PAGA
      *COMO UM BOLETO CUJO NUMERO E O NUMERO DA FATURA, E A
      *OCORRENCIA 06 COM O NUMERO DA FATURA ATUAL OU DA ANTERIOR
      *DE UMA CONTA ABATE O SALDO. OS DEMAIS RETORNOS SAO DOS
      *BOLETOS DE COMPRA E SAO IGNORADOS AQUI.
      *O NUMERO DA FATURA E O CODIGO DA PRIMEIRA COMPRA NO CARTAO
      *DO CICLO (COMPRA NO CARTAO NAO GERA BOLETO, ENTAO O NUMERO
      *NAO COLIDE NA CARTEIRA); SEM COMPRA NO CICLO, REPETE O
      *NUMERO DA FATURA ANTERIOR.
      *NO ULTIMO DIA DO MES (OU QUANDO O PARMCRT PEDE O
      *FECHAMENTO) CADA CONTA COM SALDO OU MOVIMENTO NO CICLO
      *RECEBE A FATURA EM CRTFAT (CABECALHO, UMA LINHA POR
      *MOVIMENTO E TOTAL):
      *- JUROS DO ROTATIVO SOBRE A PARTE DA FATURA ANTERIOR QUE
      *  NAO FOI PAGA, A TAXA MENSAL DO PARAMETRO (PADRAO 9,90%);
      *- PAGAMENTO MINIMO = PERCENTUAL DO SALDO (PADRAO 15%), COM
      *  PISO EM VALOR (PADRAO 50,00) E TETO NO PROPRIO SALDO;
      *- VENCIMENTO = FECHAMENTO MAIS OS DIAS DO PARAMETRO
      *  (PADRAO 10), NO PRIMEIRO DIA UTIL PELO DATAUTIL.
      *OS MOVIMENTOS AINDA NAO FATURADOS FICAM EM
      *CRTMOVANT/CRTMOVHOJE.
      *O SALDO DO CARTAO CONTA NA EXPOSICAO DE CREDITO: O LIMCRED
      *E REGRAVADO EM LIMCREDC COM A EXPOSICAO DO CLIENTE
      *ACRESCIDA (OU REDUZIDA) DA VARIACAO DO SALDO DEVEDOR DO
      *CARTAO NO DIA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DO PROCESSAMENTO, FECHAMENTO E TAXAS (OPCIONAL)
       SELECT PARMCRT  ASSIGN    TO PARMCRT
                      FILE STATUS    IS WRK-FS-PARMCRT.

      *CONTAS DE CARTAO DO CICLO ANTERIOR
       SELECT CRTCTAANT ASSIGN   TO CRTCTAANT
                      FILE STATUS    IS WRK-FS-CRTCTAANT.

      *MOVIMENTOS AINDA NAO FATURADOS DO CICLO ANTERIOR
       SELECT CRTMOVANT ASSIGN   TO CRTMOVANT
                      FILE STATUS    IS WRK-FS-CRTMOVANT.

      *MANUTENCAO DAS CONTAS DE CARTAO (OPCIONAL)
       SELECT CRTMANUT ASSIGN    TO CRTMANUT
                      FILE STATUS    IS WRK-FS-CRTMANUT.

      *COMPRAS DO DIA NO CARTAO, GRAVADAS PELO AC00EX10
       SELECT CRTVENDA ASSIGN    TO CRTVENDA
                      FILE STATUS    IS WRK-FS-CRTVENDA.

      *RETORNO DIARIO DO BANCO (OPCIONAL)
       SELECT RETBANCO ASSIGN    TO RETBANCO
                      FILE STATUS    IS WRK-FS-RETBANCO.

      *LIMITES E EXPOSICAO ATUAIS (OPCIONAL)
       SELECT LIMCRED  ASSIGN    TO LIMCRED
                      FILE STATUS    IS WRK-FS-LIMCRED.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *CONTAS DE CARTAO ATUALIZADAS DESTE CICLO
       SELECT CRTCTAHOJE ASSIGN  TO CRTCTAHOJE
                      FILE STATUS    IS WRK-FS-CRTCTAHOJE.

      *MOVIMENTOS NAO FATURADOS, PARA O PROXIMO CICLO
       SELECT CRTMOVHOJE ASSIGN  TO CRTMOVHOJE
                      FILE STATUS    IS WRK-FS-CRTMOVHOJE.

      *DOCUMENTO DA FATURA DO CARTAO - CABECALHO, DETALHE E TOTAL
       SELECT CRTFAT   ASSIGN    TO CRTFAT
                      FILE STATUS    IS WRK-FS-CRTFAT.

      *TRANSACOES E COMPRAS REJEITADAS, COM MOTIVO
       SELECT CRTREJ   ASSIGN    TO CRTREJ
                      FILE STATUS    IS WRK-FS-CRTREJ.

      *LIMITES REGRAVADOS COM A EXPOSICAO DO CARTAO
       SELECT LIMCREDC ASSIGN    TO LIMCREDC
                      FILE STATUS    IS WRK-FS-LIMCREDC.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMCRT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCRT-REGISTRO     PIC X(030).

       FD  CRTCTAANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTCTAANT-REGISTRO   PIC X(093).

       FD  CRTMOVANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTMOVANT-REGISTRO   PIC X(031).

       FD  CRTMANUT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTMANUT-REGISTRO    PIC X(015).

       FD  CRTVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTVENDA-REGISTRO    PIC X(041).

       FD  RETBANCO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RETBANCO-REGISTRO    PIC X(026).

       FD  LIMCRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LIMCRED-REGISTRO     PIC X(025).

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  CRTCTAHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTCTAHOJE-REGISTRO  PIC X(093).

       FD  CRTMOVHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTMOVHOJE-REGISTRO  PIC X(031).

       FD  CRTFAT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTFAT-REGISTRO      PIC X(075).

       FD  CRTREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTREJ-REGISTRO      PIC X(022).

       FD  LIMCREDC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LIMCREDC-REGISTRO    PIC X(025).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMCRT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTCTAANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTMOVANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTMANUT       PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-RETBANCO       PIC X(002) VALUE SPACES.
           05 WRK-FS-LIMCRED        PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTCTAHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTMOVHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTFAT         PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTREJ         PIC X(002) VALUE SPACES.
           05 WRK-FS-LIMCREDC       PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMCRT - ZERO EM QUALQUER CAMPO ASSUME O PADRAO
       01  WRK-PARMCRT-REGISTRO.
           05 PARMCRT-DATA-PROC     PIC  9(008).
           05 PARMCRT-FECHAR-CICLO  PIC  X(001).
               88 PARMCRT-FECHAR       VALUE "S".
           05 PARMCRT-TAXA-JUROS    PIC  9(002)V99.
           05 PARMCRT-PERC-MINIMO   PIC  9(003)V99.
           05 PARMCRT-VALOR-MINIMO  PIC  9(007)V99.
           05 PARMCRT-DIAS-VENCTO   PIC  9(003).

      *LAYOUT DA CONTA DE CARTAO (CRTCTAANT/CRTCTAHOJE) - O
      *AC00EX10 LE O CRTCTAHOJE PARA AUTORIZAR A COMPRA
       01  WRK-CRTCTA-REGISTRO.
           05 CRTCTA-COD-CLIENTE    PIC  9(003).
           05 CRTCTA-SITUACAO       PIC  X(001).
               88 CRTCTA-ATIVA         VALUE "A".
               88 CRTCTA-BLOQUEADA     VALUE "B".
               88 CRTCTA-CANCELADA     VALUE "C".
           05 CRTCTA-DATA-ADESAO    PIC  9(008).
           05 CRTCTA-LIMITE         PIC  9(009)V99.
           05 CRTCTA-SALDO          PIC S9(009)V99.
           05 CRTCTA-NUM-FATURA     PIC  9(005).
           05 CRTCTA-NUM-FATURA-ANT PIC  9(005).
           05 CRTCTA-DATA-FATURA    PIC  9(008).
           05 CRTCTA-DATA-VENCTO    PIC  9(008).
           05 CRTCTA-SALDO-FATURA   PIC S9(009)V99.
           05 CRTCTA-PAGTO-MINIMO   PIC  9(009)V99.
           05 CRTCTA-PAGO-FATURA    PIC  9(009)V99.

      *LAYOUT DO MOVIMENTO DO CARTAO (CRTMOVANT/CRTMOVHOJE)
       01  WRK-CRTMOV-REGISTRO.
           05 CRTMOV-COD-CLIENTE    PIC  9(003).
           05 CRTMOV-DATA           PIC  9(008).
           05 CRTMOV-TIPO           PIC  X(001).
               88 CRTMOV-COMPRA        VALUE "C".
               88 CRTMOV-PAGAMENTO     VALUE "P".
               88 CRTMOV-JUROS         VALUE "J".
           05 CRTMOV-DOCUMENTO      PIC  9(005).
           05 CRTMOV-COD-LOJA       PIC  9(003).
           05 CRTMOV-VALOR          PIC  9(009)V99.

      *LAYOUT DE CRTMANUT - I INCLUSAO, L LIMITE, B BLOQUEIO,
      *D DESBLOQUEIO, C CANCELAMENTO
       01  WRK-CRTMANUT-REGISTRO.
           05 CRTMANUT-TIPO         PIC  X(001).
               88 CRTMANUT-INCLUSAO    VALUE "I".
               88 CRTMANUT-LIMITE-NOVO VALUE "L".
               88 CRTMANUT-BLOQUEIO    VALUE "B".
               88 CRTMANUT-DESBLOQUEIO VALUE "D".
               88 CRTMANUT-CANCELAMENTO VALUE "C".
           05 CRTMANUT-COD-CLIENTE  PIC  9(003).
           05 CRTMANUT-LIMITE       PIC  9(009)V99.

      *LAYOUT DE CRTVENDA - MESMO LAYOUT DO FATVENDA DO AC00EX10
       01  WRK-CRTVENDA-REGISTRO.
           05 CRTVENDA-COD-COMPRA     PIC  9(005).
           05 CRTVENDA-COD-LOJA       PIC  9(003).
           05 CRTVENDA-COD-CLIENTE    PIC  9(003).
           05 CRTVENDA-DATA           PIC  9(008).
           05 CRTVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 CRTVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE RETBANCO - MESMO LIDO PELO AC00EX16
       01  WRK-RETBANCO-REGISTRO.
           05 RETBANCO-COD-COMPRA   PIC  9(005).
           05 RETBANCO-OCORRENCIA   PIC  X(002).
               88 RETBANCO-LIQUIDACAO  VALUE "06".
           05 RETBANCO-DATA-OCORR   PIC  9(008).
           05 RETBANCO-VALOR        PIC  9(009)V99.

      *LAYOUT DE LIMCRED/LIMCREDC - MESMO DO AC00EX10/AC00EX64
       01  WRK-LIMCRED-REGISTRO.
           05 LIMCRED-COD-CLIENTE   PIC  9(003).
           05 LIMCRED-LIMITE        PIC  9(009)V99.
           05 LIMCRED-EXPOSICAO     PIC  9(009)V99.

      *LAYOUT DE CLIENTE - MESMO CADASTRO MANTIDO PELO AC00EX12
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
           05 CLIENTE-COD-PRAZO     PIC  X(002).

      *LAYOUT DE CRTFAT - UMA LINHA DO DOCUMENTO DA FATURA
       01  WRK-CRTFAT-REGISTRO.
           05 CRTFAT-TIPO-REG       PIC  X(001).
               88 CRTFAT-CABECALHO     VALUE "C".
               88 CRTFAT-DETALHE       VALUE "D".
               88 CRTFAT-TOTAL         VALUE "T".
           05 CRTFAT-NUM-FATURA     PIC  9(005).
           05 CRTFAT-COD-CLIENTE    PIC  9(003).
           05 CRTFAT-DADOS          PIC  X(066).
           05 CRTFAT-DADOS-CAB REDEFINES CRTFAT-DADOS.
               10 CRTFAT-NOME-CLIENTE  PIC  X(020).
               10 CRTFAT-DATA-EMISSAO  PIC  9(008).
               10 CRTFAT-DATA-VENC     PIC  9(008).
               10 CRTFAT-LIMITE        PIC  9(009)V99.
               10 FILLER               PIC  X(019).
           05 CRTFAT-DADOS-DET REDEFINES CRTFAT-DADOS.
               10 CRTFAT-DATA-MOV      PIC  9(008).
               10 CRTFAT-TIPO-MOV      PIC  X(001).
               10 CRTFAT-DOCUMENTO     PIC  9(005).
               10 CRTFAT-COD-LOJA      PIC  9(003).
               10 CRTFAT-VALOR-MOV     PIC  9(009)V99.
               10 FILLER               PIC  X(038).
           05 CRTFAT-DADOS-TOT REDEFINES CRTFAT-DADOS.
               10 CRTFAT-SALDO-ANTERIOR PIC S9(009)V99.
               10 CRTFAT-TOT-PAGAMENTOS PIC  9(009)V99.
               10 CRTFAT-TOT-COMPRAS    PIC  9(009)V99.
               10 CRTFAT-TOT-JUROS      PIC  9(009)V99.
               10 CRTFAT-SALDO-ATUAL    PIC S9(009)V99.
               10 CRTFAT-PAGTO-MINIMO   PIC  9(009)V99.

      *LAYOUT DE CRTREJ - ORIGEM M (CRTMANUT) OU V (CRTVENDA)
       01  WRK-CRTREJ-REGISTRO.
           05 CRTREJ-ORIGEM         PIC  X(001).
           05 CRTREJ-TIPO           PIC  X(001).
           05 CRTREJ-COD-CLIENTE    PIC  9(003).
           05 CRTREJ-DOCUMENTO      PIC  9(005).
           05 CRTREJ-VALOR          PIC  9(009)V99.
           05 CRTREJ-MOTIVO         PIC  9(001).
               88 CRTREJ-MOT-CLIENTE-INEXISTENTE VALUE 1.
               88 CRTREJ-MOT-CONTA-EXISTENTE     VALUE 2.
               88 CRTREJ-MOT-CONTA-INEXISTENTE   VALUE 3.
               88 CRTREJ-MOT-LIMITE-INVALIDO     VALUE 4.
               88 CRTREJ-MOT-TIPO-INVALIDO       VALUE 5.
               88 CRTREJ-MOT-CONTA-CANCELADA     VALUE 6.

      *CONTAS DE CARTAO EM MEMORIA, COM O SALDO DE ABERTURA DO
      *DIA PARA APURAR A VARIACAO DA EXPOSICAO
       01  WRK-TAB-CRT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CRT-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CRT-QTDE
               INDEXED BY IDX-CRT.
           05 TAB-CRT-COD-CLIENTE    PIC  9(003).
           05 TAB-CRT-SITUACAO       PIC  X(001).
               88 TAB-CRT-ATIVA         VALUE "A".
               88 TAB-CRT-BLOQUEADA     VALUE "B".
               88 TAB-CRT-CANCELADA     VALUE "C".
           05 TAB-CRT-DATA-ADESAO    PIC  9(008).
           05 TAB-CRT-LIMITE         PIC  9(009)V99.
           05 TAB-CRT-SALDO          PIC S9(009)V99.
           05 TAB-CRT-NUM-FATURA     PIC  9(005).
           05 TAB-CRT-NUM-FATURA-ANT PIC  9(005).
           05 TAB-CRT-DATA-FATURA    PIC  9(008).
           05 TAB-CRT-DATA-VENCTO    PIC  9(008).
           05 TAB-CRT-SALDO-FATURA   PIC S9(009)V99.
           05 TAB-CRT-PAGTO-MINIMO   PIC  9(009)V99.
           05 TAB-CRT-PAGO-FATURA    PIC  9(009)V99.
           05 TAB-CRT-SALDO-INICIAL  PIC S9(009)V99.

      *MOVIMENTOS DO CICLO (PENDENTES DO CICLO ANTERIOR MAIS OS
      *DO DIA)
       01  WRK-TAB-MOV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MOV-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-MOV-QTDE
               INDEXED BY IDX-MOV.
           05 TAB-MOV-COD-CLIENTE   PIC  9(003).
           05 TAB-MOV-DATA          PIC  9(008).
           05 TAB-MOV-TIPO          PIC  X(001).
           05 TAB-MOV-DOCUMENTO     PIC  9(005).
           05 TAB-MOV-COD-LOJA      PIC  9(003).
           05 TAB-MOV-VALOR         PIC  9(009)V99.
           05 TAB-MOV-SITUACAO      PIC  X(001).
               88 TAB-MOV-PENDENTE     VALUE "P".
               88 TAB-MOV-FATURADO     VALUE "F".

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

       01  WRK-DATA-PROC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-PROC-R REDEFINES WRK-DATA-PROC.
           05 WRK-PROC-ANO          PIC 9(004).
           05 WRK-PROC-MES          PIC 9(002).
           05 WRK-PROC-DIA          PIC 9(002).

       01  WRK-DATA-CALC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

      *PARAMETROS EFETIVOS DO RUN
       01  WRK-TAXA-JUROS           PIC 9(002)V99 VALUE ZEROS.
       01  WRK-PERC-MINIMO          PIC 9(003)V99 VALUE ZEROS.
       01  WRK-VALOR-MINIMO         PIC 9(007)V99 VALUE ZEROS.
       01  WRK-DIAS-VENCTO          PIC 9(003) VALUE ZEROS.

      *APOIO AO FECHAMENTO DA FATURA
       01  WRK-DATA-VENC            PIC 9(008) VALUE ZEROS.
       01  WRK-NUM-FATURA           PIC 9(005) VALUE ZEROS.
       01  WRK-QTD-MOV-FAT          PIC 9(005) VALUE ZEROS.
       01  WRK-FAT-COMPRAS          PIC 9(009)V99 VALUE ZEROS.
       01  WRK-FAT-PAGAMENTOS       PIC 9(009)V99 VALUE ZEROS.
       01  WRK-FAT-JUROS            PIC 9(009)V99 VALUE ZEROS.
       01  WRK-FAT-PAGTO-MINIMO     PIC 9(009)V99 VALUE ZEROS.
       01  WRK-SALDO-ROTATIVO       PIC S9(009)V99 VALUE ZEROS.

      *APOIO A ATUALIZACAO DA EXPOSICAO
       01  WRK-EXPOSICAO-CARTAO-ANT PIC 9(009)V99 VALUE ZEROS.
       01  WRK-EXPOSICAO-CARTAO     PIC 9(009)V99 VALUE ZEROS.
       01  WRK-EXPOSICAO-NOVA       PIC S9(011)V99 VALUE ZEROS.

       77  WRK-SW-FECHAMENTO        PIC 9(001) VALUE ZEROS.
           88 DIA-DE-FECHAMENTO        VALUE 1.
           88 DIA-SEM-FECHAMENTO       VALUE 0.

       77  WRK-SW-CONTA             PIC 9(001) VALUE ZEROS.
           88 CONTA-ENCONTRADA         VALUE 1.
           88 CONTA-NAO-ENCONTRADA     VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CRTCTAANT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CRTMOVANT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CRTMANUT     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CRTVENDA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-RETBANCO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-LIMCRED      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CONTAS-INCLUIDAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CONTAS-ALTERADAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-COMPRAS-LANCADAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PAGTOS-LANCADOS    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FATURAS-EMITIDAS   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CRTREJ    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CRTFAT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CRTCTA    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CRTMOV    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-LIMCREDC  PIC 9(05) VALUE ZEROS.
           03 WRK-VALOR-COMPRAS           PIC 9(011)V99 VALUE ZEROS.
           03 WRK-VALOR-PAGAMENTOS        PIC 9(011)V99 VALUE ZEROS.
           03 WRK-VALOR-JUROS             PIC 9(011)V99 VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX14-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-MANUTENCAO.
           PERFORM 021-PROCESSAR-COMPRAS.
           PERFORM 022-PROCESSAR-PAGAMENTOS.
           IF DIA-DE-FECHAMENTO
              PERFORM 023-FECHAR-FATURA
              VARYING IDX-CRT FROM 1 BY 1
              UNTIL IDX-CRT > WRK-TAB-CRT-QTDE
           END-IF.
           PERFORM 026-ATUALIZAR-EXPOSICAO.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX14 INICIADO - CARTAO DA LOJA".
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMCRT.
           PERFORM 014-DEFINIR-FECHAMENTO.
           PERFORM 015-CARREGAR-TABELA-CRTCTA.
           PERFORM 016-CARREGAR-TABELA-MOV.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CRTVENDA.
           IF WRK-FS-CRTVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRTVENDA - FS: " WRK-FS-CRTVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CRTCTAHOJE.
           IF WRK-FS-CRTCTAHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRTCTAHOJE - FS: "
                      WRK-FS-CRTCTAHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CRTMOVHOJE.
           IF WRK-FS-CRTMOVHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRTMOVHOJE - FS: "
                      WRK-FS-CRTMOVHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CRTFAT.
           IF WRK-FS-CRTFAT NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRTFAT - FS: " WRK-FS-CRTFAT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CRTREJ.
           IF WRK-FS-CRTREJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRTREJ - FS: " WRK-FS-CRTREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LIMCREDC.
           IF WRK-FS-LIMCREDC NOT = ZEROS
              DISPLAY "ERRO ABERTURA LIMCREDC - FS: " WRK-FS-LIMCREDC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, PROCESSA NA DATA DO SISTEMA COM AS TAXAS
      *E PRAZOS PADRAO DA FATURA.
       013-LER-PARMCRT.
           MOVE ZEROS TO WRK-PARMCRT-REGISTRO.
           OPEN INPUT   PARMCRT.
           IF WRK-FS-PARMCRT NOT = "35"
              IF WRK-FS-PARMCRT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMCRT - FS: "
                         WRK-FS-PARMCRT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMCRT INTO WRK-PARMCRT-REGISTRO
              IF WRK-FS-PARMCRT NOT = "00"
                 DISPLAY "ARQUIVO PARMCRT VAZIO - FS: "
                         WRK-FS-PARMCRT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMCRT
           END-IF.

           IF PARMCRT-DATA-PROC = ZEROS
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           ELSE
              MOVE PARMCRT-DATA-PROC TO WRK-DATA-PROC
           END-IF.
           IF PARMCRT-TAXA-JUROS = ZEROS
              MOVE 9,90 TO WRK-TAXA-JUROS
           ELSE
              MOVE PARMCRT-TAXA-JUROS TO WRK-TAXA-JUROS
           END-IF.
           IF PARMCRT-PERC-MINIMO = ZEROS
              MOVE 15,00 TO WRK-PERC-MINIMO
           ELSE
              MOVE PARMCRT-PERC-MINIMO TO WRK-PERC-MINIMO
           END-IF.
           IF PARMCRT-VALOR-MINIMO = ZEROS
              MOVE 50,00 TO WRK-VALOR-MINIMO
           ELSE
              MOVE PARMCRT-VALOR-MINIMO TO WRK-VALOR-MINIMO
           END-IF.
           IF PARMCRT-DIAS-VENCTO = ZEROS
              MOVE 10 TO WRK-DIAS-VENCTO
           ELSE
              MOVE PARMCRT-DIAS-VENCTO TO WRK-DIAS-VENCTO
           END-IF.
           DISPLAY "DATA DO PROCESSAMENTO: " WRK-DATA-PROC.

      *FECHA A FATURA NO ULTIMO DIA DO MES (O DIA SEGUINTE CAI EM
      *OUTRO MES) OU QUANDO O PARAMETRO PEDE. O VENCIMENTO E O
      *MESMO PARA TODAS AS FATURAS DO FECHAMENTO.
       014-DEFINIR-FECHAMENTO.
           SET DIA-SEM-FECHAMENTO TO TRUE.
           IF PARMCRT-FECHAR
              SET DIA-DE-FECHAMENTO TO TRUE
           ELSE
              MOVE 2            TO WRK-DU-OPERACAO
              MOVE WRK-PROC-DIA TO WRK-DU-DIA
              MOVE WRK-PROC-MES TO WRK-DU-MES
              MOVE WRK-PROC-ANO TO WRK-DU-ANO
              MOVE 1            TO WRK-DU-QTD-DIAS
              CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                     WRK-DU-MES WRK-DU-ANO
                                     WRK-DU-QTD-DIAS
                                     WRK-DU-DIA-SEMANA
                                     WRK-DU-NOME-DIA
                                     WRK-DU-AVALIDA
                                     WRK-DU-DATA2
              IF WRK-DU-MES NOT = WRK-PROC-MES
                 SET DIA-DE-FECHAMENTO TO TRUE
              END-IF
           END-IF.

           IF DIA-DE-FECHAMENTO
              PERFORM 084-CALCULAR-VENCIMENTO
              DISPLAY "FECHAMENTO DA FATURA - VENCIMENTO: "
                      WRK-DATA-VENC
           ELSE
              DISPLAY "DIA SEM FECHAMENTO - SO LANCA O MOVIMENTO"
           END-IF.

      *CARREGA AS CONTAS DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), NENHUMA CONTA AINDA EXISTE.
       015-CARREGAR-TABELA-CRTCTA.
           OPEN INPUT   CRTCTAANT.
           IF WRK-FS-CRTCTAANT = "35"
              MOVE ZEROS TO WRK-TAB-CRT-QTDE
           ELSE
              IF WRK-FS-CRTCTAANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRTCTAANT - FS: "
                         WRK-FS-CRTCTAANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-CRTCTAANT
              PERFORM 030-MOVER-DADOS-TAB-CRT
                UNTIL WRK-FS-CRTCTAANT = "10"

              CLOSE CRTCTAANT
              IF WRK-FS-CRTCTAANT NOT = "00"
                 DISPLAY "ERRO CLOSE CRTCTAANT - FS: "
                         WRK-FS-CRTCTAANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA OS MOVIMENTOS AINDA NAO FATURADOS.
       016-CARREGAR-TABELA-MOV.
           OPEN INPUT   CRTMOVANT.
           IF WRK-FS-CRTMOVANT = "35"
              MOVE ZEROS TO WRK-TAB-MOV-QTDE
           ELSE
              IF WRK-FS-CRTMOVANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRTMOVANT - FS: "
                         WRK-FS-CRTMOVANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 042-LER-CRTMOVANT
              PERFORM 031-INCORPORAR-MOVIMENTO
                UNTIL WRK-FS-CRTMOVANT = "10"

              CLOSE CRTMOVANT
              IF WRK-FS-CRTMOVANT NOT = "00"
                 DISPLAY "ERRO CLOSE CRTMOVANT - FS: "
                         WRK-FS-CRTMOVANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *APLICA AS TRANSACOES DE MANUTENCAO DAS CONTAS. SEM O
      *ARQUIVO, NENHUMA CONTA E ALTERADA NESTE RUN.
       020-PROCESSAR-MANUTENCAO.
           OPEN INPUT   CRTMANUT.
           IF WRK-FS-CRTMANUT = "35"
              CONTINUE
           ELSE
              IF WRK-FS-CRTMANUT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRTMANUT - FS: "
                         WRK-FS-CRTMANUT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-CRTMANUT
              PERFORM 032-TRATAR-MANUTENCAO
                UNTIL WRK-FS-CRTMANUT = "10"

              CLOSE CRTMANUT
              IF WRK-FS-CRTMANUT NOT = "00"
                 DISPLAY "ERRO CLOSE CRTMANUT - FS: "
                         WRK-FS-CRTMANUT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *LANCA NO SALDO AS COMPRAS DO DIA NO CARTAO.
       021-PROCESSAR-COMPRAS.
           PERFORM 044-LER-CRTVENDA.
           IF WRK-FS-CRTVENDA = "10"
              DISPLAY "ARQUIVO CRTVENDA VAZIO"
           END-IF.
           PERFORM 033-LANCAR-COMPRA
             UNTIL WRK-FS-CRTVENDA = "10".

      *LANCA OS PAGAMENTOS DE FATURA DO RETORNO DO BANCO.
       022-PROCESSAR-PAGAMENTOS.
           OPEN INPUT   RETBANCO.
           IF WRK-FS-RETBANCO = "35"
              DISPLAY "ARQUIVO RETBANCO NAO ENCONTRADO"
           ELSE
              IF WRK-FS-RETBANCO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA RETBANCO - FS: "
                         WRK-FS-RETBANCO
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 045-LER-RETBANCO
              PERFORM 034-LANCAR-PAGAMENTO
                UNTIL WRK-FS-RETBANCO = "10"

              CLOSE RETBANCO
              IF WRK-FS-RETBANCO NOT = "00"
                 DISPLAY "ERRO CLOSE RETBANCO - FS: "
                         WRK-FS-RETBANCO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *FECHA A FATURA DA CONTA: JUROS DO ROTATIVO, UMA LINHA POR
      *MOVIMENTO DO CICLO, TOTAL COM O PAGAMENTO MINIMO E OS DADOS
      *DA NOVA FATURA GUARDADOS NA CONTA. CONTA SEM SALDO E SEM
      *MOVIMENTO NO CICLO NAO RECEBE FATURA.
       023-FECHAR-FATURA.
           MOVE ZEROS TO WRK-QTD-MOV-FAT.
           MOVE ZEROS TO WRK-FAT-COMPRAS.
           MOVE ZEROS TO WRK-FAT-PAGAMENTOS.
           MOVE ZEROS TO WRK-FAT-JUROS.
           MOVE ZEROS TO WRK-NUM-FATURA.

           PERFORM 024-CALCULAR-JUROS.

           PERFORM 035-SOMAR-MOVIMENTO
           VARYING IDX-MOV FROM 1 BY 1
           UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.

           IF WRK-QTD-MOV-FAT > ZEROS
              OR TAB-CRT-SALDO(IDX-CRT) NOT = ZEROS
              IF WRK-NUM-FATURA = ZEROS
                 MOVE TAB-CRT-NUM-FATURA(IDX-CRT) TO WRK-NUM-FATURA
              END-IF
              PERFORM 025-CALCULAR-MINIMO
              PERFORM 080-BUSCAR-CLIENTE

              PERFORM 036-MOVER-DADOS-CABECALHO
              PERFORM 047-GRAVAR-CRTFAT

              PERFORM 037-FATURAR-MOVIMENTO
              VARYING IDX-MOV FROM 1 BY 1
              UNTIL IDX-MOV > WRK-TAB-MOV-QTDE

              PERFORM 038-MOVER-DADOS-TOTAL
              PERFORM 047-GRAVAR-CRTFAT

              MOVE TAB-CRT-NUM-FATURA(IDX-CRT)
                TO TAB-CRT-NUM-FATURA-ANT(IDX-CRT)
              MOVE WRK-NUM-FATURA TO TAB-CRT-NUM-FATURA(IDX-CRT)
              MOVE WRK-DATA-PROC  TO TAB-CRT-DATA-FATURA(IDX-CRT)
              MOVE WRK-DATA-VENC  TO TAB-CRT-DATA-VENCTO(IDX-CRT)
              MOVE TAB-CRT-SALDO(IDX-CRT)
                TO TAB-CRT-SALDO-FATURA(IDX-CRT)
              MOVE WRK-FAT-PAGTO-MINIMO
                TO TAB-CRT-PAGTO-MINIMO(IDX-CRT)
              MOVE ZEROS TO TAB-CRT-PAGO-FATURA(IDX-CRT)

              ADD 1 TO WRK-CONT-FATURAS-EMITIDAS
           END-IF.

      *JUROS DO ROTATIVO SOBRE O QUE FICOU SEM PAGAR DA FATURA
      *ANTERIOR. AS COMPRAS DO CICLO NAO PAGAM JUROS ATE O
      *VENCIMENTO DA FATURA EM QUE ENTRAM. OS JUROS ENTRAM COMO
      *MOVIMENTO E SAEM NA PROPRIA FATURA.
       024-CALCULAR-JUROS.
           COMPUTE WRK-SALDO-ROTATIVO =
                   TAB-CRT-SALDO-FATURA(IDX-CRT)
                   - TAB-CRT-PAGO-FATURA(IDX-CRT).
           IF WRK-SALDO-ROTATIVO > ZEROS
              COMPUTE WRK-FAT-JUROS ROUNDED =
                      WRK-SALDO-ROTATIVO * WRK-TAXA-JUROS / 100
              IF WRK-FAT-JUROS > ZEROS
                 MOVE TAB-CRT-COD-CLIENTE(IDX-CRT)
                   TO CRTMOV-COD-CLIENTE
                 MOVE WRK-DATA-PROC     TO CRTMOV-DATA
                 SET CRTMOV-JUROS       TO TRUE
                 MOVE TAB-CRT-NUM-FATURA(IDX-CRT)
                   TO CRTMOV-DOCUMENTO
                 MOVE ZEROS             TO CRTMOV-COD-LOJA
                 MOVE WRK-FAT-JUROS     TO CRTMOV-VALOR
                 PERFORM 039-INCLUIR-MOVIMENTO
                 ADD WRK-FAT-JUROS TO TAB-CRT-SALDO(IDX-CRT)
                 ADD WRK-FAT-JUROS TO WRK-VALOR-JUROS
                 MOVE ZEROS TO WRK-FAT-JUROS
              END-IF
           END-IF.

      *PAGAMENTO MINIMO - PERCENTUAL DO SALDO, NAO MENOR QUE O
      *PISO E NAO MAIOR QUE O PROPRIO SALDO. SALDO CREDOR OU ZERO
      *NAO TEM PAGAMENTO MINIMO.
       025-CALCULAR-MINIMO.
           MOVE ZEROS TO WRK-FAT-PAGTO-MINIMO.
           IF TAB-CRT-SALDO(IDX-CRT) > ZEROS
              COMPUTE WRK-FAT-PAGTO-MINIMO ROUNDED =
                      TAB-CRT-SALDO(IDX-CRT) * WRK-PERC-MINIMO / 100
              IF WRK-FAT-PAGTO-MINIMO < WRK-VALOR-MINIMO
                 MOVE WRK-VALOR-MINIMO TO WRK-FAT-PAGTO-MINIMO
              END-IF
              IF WRK-FAT-PAGTO-MINIMO > TAB-CRT-SALDO(IDX-CRT)
                 MOVE TAB-CRT-SALDO(IDX-CRT) TO WRK-FAT-PAGTO-MINIMO
              END-IF
           END-IF.

      *REGRAVA O LIMCRED EM LIMCREDC SOMANDO NA EXPOSICAO DE CADA
      *CLIENTE A VARIACAO DO SALDO DEVEDOR DO CARTAO NO DIA. SALDO
      *CREDOR NAO REDUZ A EXPOSICAO ABAIXO DO QUE O CARTAO JA
      *TINHA SOMADO. CLIENTE SEM LIMITE CADASTRADO NAO TEM
      *EXPOSICAO CONTROLADA.
       026-ATUALIZAR-EXPOSICAO.
           OPEN INPUT   LIMCRED.
           IF WRK-FS-LIMCRED = "35"
              DISPLAY "ARQUIVO LIMCRED NAO ENCONTRADO"
           ELSE
              IF WRK-FS-LIMCRED NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LIMCRED - FS: "
                         WRK-FS-LIMCRED
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 046-LER-LIMCRED
              PERFORM 027-AJUSTAR-EXPOSICAO
                UNTIL WRK-FS-LIMCRED = "10"

              CLOSE LIMCRED
              IF WRK-FS-LIMCRED NOT = "00"
                 DISPLAY "ERRO CLOSE LIMCRED - FS: "
                         WRK-FS-LIMCRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       027-AJUSTAR-EXPOSICAO.
           MOVE LIMCRED-COD-CLIENTE TO CRTMOV-COD-CLIENTE.
           PERFORM 081-LOCALIZAR-CONTA.
           IF CONTA-ENCONTRADA
              MOVE ZEROS TO WRK-EXPOSICAO-CARTAO-ANT
              MOVE ZEROS TO WRK-EXPOSICAO-CARTAO
              IF TAB-CRT-SALDO-INICIAL(IDX-CRT) > ZEROS
                 MOVE TAB-CRT-SALDO-INICIAL(IDX-CRT)
                   TO WRK-EXPOSICAO-CARTAO-ANT
              END-IF
              IF TAB-CRT-SALDO(IDX-CRT) > ZEROS
                 MOVE TAB-CRT-SALDO(IDX-CRT) TO WRK-EXPOSICAO-CARTAO
              END-IF
              COMPUTE WRK-EXPOSICAO-NOVA =
                      LIMCRED-EXPOSICAO + WRK-EXPOSICAO-CARTAO
                      - WRK-EXPOSICAO-CARTAO-ANT
              IF WRK-EXPOSICAO-NOVA < ZEROS
                 MOVE ZEROS TO WRK-EXPOSICAO-NOVA
              END-IF
              MOVE WRK-EXPOSICAO-NOVA TO LIMCRED-EXPOSICAO
           END-IF.

           WRITE FD-LIMCREDC-REGISTRO FROM WRK-LIMCRED-REGISTRO.
           IF WRK-FS-LIMCREDC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LIMCREDC - FS: " WRK-FS-LIMCREDC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-LIMCREDC.
           PERFORM 046-LER-LIMCRED.

       030-MOVER-DADOS-TAB-CRT.
           ADD 1 TO WRK-TAB-CRT-QTDE.
           MOVE CRTCTA-COD-CLIENTE
             TO TAB-CRT-COD-CLIENTE(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-SITUACAO
             TO TAB-CRT-SITUACAO(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-DATA-ADESAO
             TO TAB-CRT-DATA-ADESAO(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-LIMITE
             TO TAB-CRT-LIMITE(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-SALDO
             TO TAB-CRT-SALDO(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-NUM-FATURA
             TO TAB-CRT-NUM-FATURA(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-NUM-FATURA-ANT
             TO TAB-CRT-NUM-FATURA-ANT(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-DATA-FATURA
             TO TAB-CRT-DATA-FATURA(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-DATA-VENCTO
             TO TAB-CRT-DATA-VENCTO(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-SALDO-FATURA
             TO TAB-CRT-SALDO-FATURA(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-PAGTO-MINIMO
             TO TAB-CRT-PAGTO-MINIMO(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-PAGO-FATURA
             TO TAB-CRT-PAGO-FATURA(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-SALDO
             TO TAB-CRT-SALDO-INICIAL(WRK-TAB-CRT-QTDE).
           PERFORM 041-LER-CRTCTAANT.

       031-INCORPORAR-MOVIMENTO.
           PERFORM 039-INCLUIR-MOVIMENTO.
           PERFORM 042-LER-CRTMOVANT.

      *INCLUSAO EXIGE CLIENTE NO CADASTRO, CONTA AINDA NAO ABERTA
      *E LIMITE INFORMADO; ALTERACAO DE LIMITE EXIGE LIMITE. CONTA
      *CANCELADA NAO VOLTA A FICAR ATIVA.
       032-TRATAR-MANUTENCAO.
           MOVE CRTMANUT-COD-CLIENTE TO CRTMOV-COD-CLIENTE.
           PERFORM 081-LOCALIZAR-CONTA.
           MOVE ZEROS TO CRTREJ-MOTIVO.

           EVALUATE TRUE
               WHEN CRTMANUT-INCLUSAO
                   IF CONTA-ENCONTRADA
                      SET CRTREJ-MOT-CONTA-EXISTENTE TO TRUE
                   ELSE
                   IF CRTMANUT-LIMITE = ZEROS
                      SET CRTREJ-MOT-LIMITE-INVALIDO TO TRUE
                   ELSE
                      MOVE CRTMANUT-COD-CLIENTE
                        TO FD-CLIENTE-COD-CLINTE
                      READ CLIENTE INTO WRK-CLIENTE-REGISTRO
                          INVALID KEY
                              SET CRTREJ-MOT-CLIENTE-INEXISTENTE
                                  TO TRUE
                          NOT INVALID KEY
                              PERFORM 028-ABRIR-CONTA
                      END-READ
                   END-IF
                   END-IF
               WHEN CONTA-NAO-ENCONTRADA
                   SET CRTREJ-MOT-CONTA-INEXISTENTE TO TRUE
               WHEN CRTMANUT-LIMITE-NOVO
                   IF CRTMANUT-LIMITE = ZEROS
                      SET CRTREJ-MOT-LIMITE-INVALIDO TO TRUE
                   ELSE
                      MOVE CRTMANUT-LIMITE
                        TO TAB-CRT-LIMITE(IDX-CRT)
                   END-IF
               WHEN CRTMANUT-BLOQUEIO
                   IF TAB-CRT-CANCELADA(IDX-CRT)
                      SET CRTREJ-MOT-CONTA-CANCELADA TO TRUE
                   ELSE
                      SET TAB-CRT-BLOQUEADA(IDX-CRT) TO TRUE
                   END-IF
               WHEN CRTMANUT-DESBLOQUEIO
                   IF TAB-CRT-CANCELADA(IDX-CRT)
                      SET CRTREJ-MOT-CONTA-CANCELADA TO TRUE
                   ELSE
                      SET TAB-CRT-ATIVA(IDX-CRT) TO TRUE
                   END-IF
               WHEN CRTMANUT-CANCELAMENTO
                   SET TAB-CRT-CANCELADA(IDX-CRT) TO TRUE
               WHEN OTHER
                   SET CRTREJ-MOT-TIPO-INVALIDO TO TRUE
           END-EVALUATE.

           IF CRTREJ-MOTIVO = ZEROS
              IF NOT CRTMANUT-INCLUSAO
                 ADD 1 TO WRK-CONT-CONTAS-ALTERADAS
              END-IF
           ELSE
              MOVE "M"                  TO CRTREJ-ORIGEM
              MOVE CRTMANUT-TIPO        TO CRTREJ-TIPO
              MOVE CRTMANUT-COD-CLIENTE TO CRTREJ-COD-CLIENTE
              MOVE ZEROS                TO CRTREJ-DOCUMENTO
              MOVE CRTMANUT-LIMITE      TO CRTREJ-VALOR
              PERFORM 048-GRAVAR-CRTREJ
           END-IF.
           PERFORM 043-LER-CRTMANUT.

       028-ABRIR-CONTA.
           ADD 1 TO WRK-TAB-CRT-QTDE.
           SET IDX-CRT TO WRK-TAB-CRT-QTDE.
           MOVE CRTMANUT-COD-CLIENTE TO TAB-CRT-COD-CLIENTE(IDX-CRT).
           SET TAB-CRT-ATIVA(IDX-CRT) TO TRUE.
           MOVE WRK-DATA-PROC   TO TAB-CRT-DATA-ADESAO(IDX-CRT).
           MOVE CRTMANUT-LIMITE TO TAB-CRT-LIMITE(IDX-CRT).
           MOVE ZEROS TO TAB-CRT-SALDO(IDX-CRT)
                         TAB-CRT-NUM-FATURA(IDX-CRT)
                         TAB-CRT-NUM-FATURA-ANT(IDX-CRT)
                         TAB-CRT-DATA-FATURA(IDX-CRT)
                         TAB-CRT-DATA-VENCTO(IDX-CRT)
                         TAB-CRT-SALDO-FATURA(IDX-CRT)
                         TAB-CRT-PAGTO-MINIMO(IDX-CRT)
                         TAB-CRT-PAGO-FATURA(IDX-CRT)
                         TAB-CRT-SALDO-INICIAL(IDX-CRT).
           ADD 1 TO WRK-CONT-CONTAS-INCLUIDAS.

      *A COMPRA JA FOI AUTORIZADA PELO AC00EX10 CONTRA O LIMITE;
      *ENTRA NO SALDO MESMO QUE A CONTA TENHA SIDO BLOQUEADA NA
      *MANUTENCAO DE HOJE. COMPRA SEM CONTA SAI EM CRTREJ.
       033-LANCAR-COMPRA.
           MOVE CRTVENDA-COD-CLIENTE TO CRTMOV-COD-CLIENTE.
           PERFORM 081-LOCALIZAR-CONTA.
           IF CONTA-ENCONTRADA
              MOVE CRTVENDA-DATA       TO CRTMOV-DATA
              SET CRTMOV-COMPRA        TO TRUE
              MOVE CRTVENDA-COD-COMPRA TO CRTMOV-DOCUMENTO
              MOVE CRTVENDA-COD-LOJA   TO CRTMOV-COD-LOJA
              MOVE CRTVENDA-VALOR-LIQUIDO TO CRTMOV-VALOR
              PERFORM 039-INCLUIR-MOVIMENTO
              ADD CRTVENDA-VALOR-LIQUIDO TO TAB-CRT-SALDO(IDX-CRT)
              ADD CRTVENDA-VALOR-LIQUIDO TO WRK-VALOR-COMPRAS
              ADD 1 TO WRK-CONT-COMPRAS-LANCADAS
           ELSE
              MOVE "V"                  TO CRTREJ-ORIGEM
              MOVE SPACES               TO CRTREJ-TIPO
              MOVE CRTVENDA-COD-CLIENTE TO CRTREJ-COD-CLIENTE
              MOVE CRTVENDA-COD-COMPRA  TO CRTREJ-DOCUMENTO
              MOVE CRTVENDA-VALOR-LIQUIDO TO CRTREJ-VALOR
              SET CRTREJ-MOT-CONTA-INEXISTENTE TO TRUE
              PERFORM 048-GRAVAR-CRTREJ
           END-IF.
           PERFORM 044-LER-CRTVENDA.

      *SO A LIQUIDACAO (OCORRENCIA 06) DE UM NUMERO DE FATURA
      *ATUAL OU ANTERIOR DE ALGUMA CONTA E PAGAMENTO DO CARTAO.
       034-LANCAR-PAGAMENTO.
           IF RETBANCO-LIQUIDACAO
              AND RETBANCO-COD-COMPRA > ZEROS
              SET IDX-CRT TO 1
              SEARCH TAB-CRT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CRT-NUM-FATURA(IDX-CRT) =
                       RETBANCO-COD-COMPRA
                    OR TAB-CRT-NUM-FATURA-ANT(IDX-CRT) =
                       RETBANCO-COD-COMPRA
                      PERFORM 029-APLICAR-PAGAMENTO
              END-SEARCH
           END-IF.
           PERFORM 045-LER-RETBANCO.

       029-APLICAR-PAGAMENTO.
           MOVE TAB-CRT-COD-CLIENTE(IDX-CRT) TO CRTMOV-COD-CLIENTE.
           MOVE RETBANCO-DATA-OCORR TO CRTMOV-DATA.
           SET CRTMOV-PAGAMENTO     TO TRUE.
           MOVE RETBANCO-COD-COMPRA TO CRTMOV-DOCUMENTO.
           MOVE ZEROS               TO CRTMOV-COD-LOJA.
           MOVE RETBANCO-VALOR      TO CRTMOV-VALOR.
           PERFORM 039-INCLUIR-MOVIMENTO.
           SUBTRACT RETBANCO-VALOR FROM TAB-CRT-SALDO(IDX-CRT).
           ADD RETBANCO-VALOR TO TAB-CRT-PAGO-FATURA(IDX-CRT).
           ADD RETBANCO-VALOR TO WRK-VALOR-PAGAMENTOS.
           ADD 1 TO WRK-CONT-PAGTOS-LANCADOS.

      *TOTALIZA OS MOVIMENTOS PENDENTES DA CONTA. O NUMERO DA
      *FATURA E O CODIGO DA PRIMEIRA COMPRA DO CICLO.
       035-SOMAR-MOVIMENTO.
           IF TAB-MOV-PENDENTE(IDX-MOV)
              AND TAB-MOV-COD-CLIENTE(IDX-MOV) =
                  TAB-CRT-COD-CLIENTE(IDX-CRT)
              ADD 1 TO WRK-QTD-MOV-FAT
              EVALUATE TAB-MOV-TIPO(IDX-MOV)
                  WHEN "C"
                      ADD TAB-MOV-VALOR(IDX-MOV) TO WRK-FAT-COMPRAS
                      IF WRK-NUM-FATURA = ZEROS
                         MOVE TAB-MOV-DOCUMENTO(IDX-MOV)
                           TO WRK-NUM-FATURA
                      END-IF
                  WHEN "P"
                      ADD TAB-MOV-VALOR(IDX-MOV) TO WRK-FAT-PAGAMENTOS
                  WHEN "J"
                      ADD TAB-MOV-VALOR(IDX-MOV) TO WRK-FAT-JUROS
              END-EVALUATE
           END-IF.

       036-MOVER-DADOS-CABECALHO.
           MOVE SPACES              TO WRK-CRTFAT-REGISTRO.
           SET CRTFAT-CABECALHO     TO TRUE.
           MOVE WRK-NUM-FATURA      TO CRTFAT-NUM-FATURA.
           MOVE TAB-CRT-COD-CLIENTE(IDX-CRT) TO CRTFAT-COD-CLIENTE.
           MOVE CLIENTE-NOME        TO CRTFAT-NOME-CLIENTE.
           MOVE WRK-DATA-PROC       TO CRTFAT-DATA-EMISSAO.
           MOVE WRK-DATA-VENC       TO CRTFAT-DATA-VENC.
           MOVE TAB-CRT-LIMITE(IDX-CRT) TO CRTFAT-LIMITE.

       037-FATURAR-MOVIMENTO.
           IF TAB-MOV-PENDENTE(IDX-MOV)
              AND TAB-MOV-COD-CLIENTE(IDX-MOV) =
                  TAB-CRT-COD-CLIENTE(IDX-CRT)
              SET TAB-MOV-FATURADO(IDX-MOV) TO TRUE
              MOVE SPACES            TO WRK-CRTFAT-REGISTRO
              SET CRTFAT-DETALHE     TO TRUE
              MOVE WRK-NUM-FATURA    TO CRTFAT-NUM-FATURA
              MOVE TAB-CRT-COD-CLIENTE(IDX-CRT) TO CRTFAT-COD-CLIENTE
              MOVE TAB-MOV-DATA(IDX-MOV)      TO CRTFAT-DATA-MOV
              MOVE TAB-MOV-TIPO(IDX-MOV)      TO CRTFAT-TIPO-MOV
              MOVE TAB-MOV-DOCUMENTO(IDX-MOV) TO CRTFAT-DOCUMENTO
              MOVE TAB-MOV-COD-LOJA(IDX-MOV)  TO CRTFAT-COD-LOJA
              MOVE TAB-MOV-VALOR(IDX-MOV)     TO CRTFAT-VALOR-MOV
              PERFORM 047-GRAVAR-CRTFAT
           END-IF.

       038-MOVER-DADOS-TOTAL.
           MOVE SPACES              TO WRK-CRTFAT-REGISTRO.
           SET CRTFAT-TOTAL         TO TRUE.
           MOVE WRK-NUM-FATURA      TO CRTFAT-NUM-FATURA.
           MOVE TAB-CRT-COD-CLIENTE(IDX-CRT) TO CRTFAT-COD-CLIENTE.
           MOVE TAB-CRT-SALDO-FATURA(IDX-CRT)
             TO CRTFAT-SALDO-ANTERIOR.
           MOVE WRK-FAT-PAGAMENTOS  TO CRTFAT-TOT-PAGAMENTOS.
           MOVE WRK-FAT-COMPRAS     TO CRTFAT-TOT-COMPRAS.
           MOVE WRK-FAT-JUROS       TO CRTFAT-TOT-JUROS.
           MOVE TAB-CRT-SALDO(IDX-CRT) TO CRTFAT-SALDO-ATUAL.
           MOVE WRK-FAT-PAGTO-MINIMO TO CRTFAT-PAGTO-MINIMO.

       039-INCLUIR-MOVIMENTO.
           ADD 1 TO WRK-TAB-MOV-QTDE.
           MOVE CRTMOV-COD-CLIENTE
             TO TAB-MOV-COD-CLIENTE(WRK-TAB-MOV-QTDE).
           MOVE CRTMOV-DATA
             TO TAB-MOV-DATA(WRK-TAB-MOV-QTDE).
           MOVE CRTMOV-TIPO
             TO TAB-MOV-TIPO(WRK-TAB-MOV-QTDE).
           MOVE CRTMOV-DOCUMENTO
             TO TAB-MOV-DOCUMENTO(WRK-TAB-MOV-QTDE).
           MOVE CRTMOV-COD-LOJA
             TO TAB-MOV-COD-LOJA(WRK-TAB-MOV-QTDE).
           MOVE CRTMOV-VALOR
             TO TAB-MOV-VALOR(WRK-TAB-MOV-QTDE).
           SET TAB-MOV-PENDENTE(WRK-TAB-MOV-QTDE) TO TRUE.

       041-LER-CRTCTAANT.
           READ CRTCTAANT INTO WRK-CRTCTA-REGISTRO.
           IF WRK-FS-CRTCTAANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTCTAANT - FS: " WRK-FS-CRTCTAANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRTCTAANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRTCTAANT
           END-IF.

       042-LER-CRTMOVANT.
           READ CRTMOVANT INTO WRK-CRTMOV-REGISTRO.
           IF WRK-FS-CRTMOVANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTMOVANT - FS: " WRK-FS-CRTMOVANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRTMOVANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRTMOVANT
           END-IF.

       043-LER-CRTMANUT.
           READ CRTMANUT INTO WRK-CRTMANUT-REGISTRO.
           IF WRK-FS-CRTMANUT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTMANUT - FS: " WRK-FS-CRTMANUT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRTMANUT = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRTMANUT
           END-IF.

       044-LER-CRTVENDA.
           READ CRTVENDA INTO WRK-CRTVENDA-REGISTRO.
           IF WRK-FS-CRTVENDA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTVENDA - FS: " WRK-FS-CRTVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CRTVENDA = "00"
                ADD 1 TO WRK-CONT-LIDOS-CRTVENDA
           END-IF.

       045-LER-RETBANCO.
           READ RETBANCO INTO WRK-RETBANCO-REGISTRO.
           IF WRK-FS-RETBANCO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RETBANCO - FS: " WRK-FS-RETBANCO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-RETBANCO = "00"
                ADD 1 TO WRK-CONT-LIDOS-RETBANCO
           END-IF.

       046-LER-LIMCRED.
           READ LIMCRED INTO WRK-LIMCRED-REGISTRO.
           IF WRK-FS-LIMCRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LIMCRED - FS: " WRK-FS-LIMCRED
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-LIMCRED = "00"
                ADD 1 TO WRK-CONT-LIDOS-LIMCRED
           END-IF.

       047-GRAVAR-CRTFAT.
           WRITE FD-CRTFAT-REGISTRO FROM WRK-CRTFAT-REGISTRO.
           IF WRK-FS-CRTFAT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CRTFAT - FS: " WRK-FS-CRTFAT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CRTFAT.

       048-GRAVAR-CRTREJ.
           WRITE FD-CRTREJ-REGISTRO FROM WRK-CRTREJ-REGISTRO.
           IF WRK-FS-CRTREJ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CRTREJ - FS: " WRK-FS-CRTREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CRTREJ.

      *NOME DO CLIENTE PARA O CABECALHO DA FATURA.
       080-BUSCAR-CLIENTE.
           MOVE TAB-CRT-COD-CLIENTE(IDX-CRT) TO FD-CLIENTE-COD-CLINTE.
           READ CLIENTE INTO WRK-CLIENTE-REGISTRO
               INVALID KEY
                   MOVE SPACES TO CLIENTE-NOME
           END-READ.

      *POSICIONA IDX-CRT NA CONTA DO CLIENTE EM CRTMOV-COD-CLIENTE.
       081-LOCALIZAR-CONTA.
           SET CONTA-NAO-ENCONTRADA TO TRUE.
           SET IDX-CRT TO 1.
           SEARCH TAB-CRT-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CRT-COD-CLIENTE(IDX-CRT) = CRTMOV-COD-CLIENTE
                   SET CONTA-ENCONTRADA TO TRUE
           END-SEARCH.

      *VENCIMENTO = FECHAMENTO + DIAS DO PARAMETRO, NO PRIMEIRO
      *DIA UTIL.
       084-CALCULAR-VENCIMENTO.
           MOVE 2               TO WRK-DU-OPERACAO.
           MOVE WRK-PROC-DIA    TO WRK-DU-DIA.
           MOVE WRK-PROC-MES    TO WRK-DU-MES.
           MOVE WRK-PROC-ANO    TO WRK-DU-ANO.
           MOVE WRK-DIAS-VENCTO TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.

           MOVE 3               TO WRK-DU-OPERACAO.
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

       050-FINALIZAR.
           PERFORM 055-GRAVAR-CONTAS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-GRAVADOS-CRTREJ > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

      *GRAVA AS CONTAS ATUALIZADAS E CARREGA ADIANTE OS MOVIMENTOS
      *AINDA NAO FATURADOS.
       055-GRAVAR-CONTAS.
           PERFORM 056-GRAVAR-CRTCTAHOJE
           VARYING IDX-CRT FROM 1 BY 1
           UNTIL IDX-CRT > WRK-TAB-CRT-QTDE.
           PERFORM 057-GRAVAR-CRTMOVHOJE
           VARYING IDX-MOV FROM 1 BY 1
           UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.

       056-GRAVAR-CRTCTAHOJE.
           MOVE TAB-CRT-COD-CLIENTE(IDX-CRT)  TO CRTCTA-COD-CLIENTE.
           MOVE TAB-CRT-SITUACAO(IDX-CRT)     TO CRTCTA-SITUACAO.
           MOVE TAB-CRT-DATA-ADESAO(IDX-CRT)  TO CRTCTA-DATA-ADESAO.
           MOVE TAB-CRT-LIMITE(IDX-CRT)       TO CRTCTA-LIMITE.
           MOVE TAB-CRT-SALDO(IDX-CRT)        TO CRTCTA-SALDO.
           MOVE TAB-CRT-NUM-FATURA(IDX-CRT)   TO CRTCTA-NUM-FATURA.
           MOVE TAB-CRT-NUM-FATURA-ANT(IDX-CRT)
             TO CRTCTA-NUM-FATURA-ANT.
           MOVE TAB-CRT-DATA-FATURA(IDX-CRT)  TO CRTCTA-DATA-FATURA.
           MOVE TAB-CRT-DATA-VENCTO(IDX-CRT)  TO CRTCTA-DATA-VENCTO.
           MOVE TAB-CRT-SALDO-FATURA(IDX-CRT) TO CRTCTA-SALDO-FATURA.
           MOVE TAB-CRT-PAGTO-MINIMO(IDX-CRT) TO CRTCTA-PAGTO-MINIMO.
           MOVE TAB-CRT-PAGO-FATURA(IDX-CRT)  TO CRTCTA-PAGO-FATURA.
           WRITE FD-CRTCTAHOJE-REGISTRO FROM WRK-CRTCTA-REGISTRO.
           IF WRK-FS-CRTCTAHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CRTCTAHOJE - FS: "
                      WRK-FS-CRTCTAHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CRTCTA.

       057-GRAVAR-CRTMOVHOJE.
           IF TAB-MOV-PENDENTE(IDX-MOV)
              MOVE TAB-MOV-COD-CLIENTE(IDX-MOV) TO CRTMOV-COD-CLIENTE
              MOVE TAB-MOV-DATA(IDX-MOV)        TO CRTMOV-DATA
              MOVE TAB-MOV-TIPO(IDX-MOV)        TO CRTMOV-TIPO
              MOVE TAB-MOV-DOCUMENTO(IDX-MOV)   TO CRTMOV-DOCUMENTO
              MOVE TAB-MOV-COD-LOJA(IDX-MOV)    TO CRTMOV-COD-LOJA
              MOVE TAB-MOV-VALOR(IDX-MOV)       TO CRTMOV-VALOR
              WRITE FD-CRTMOVHOJE-REGISTRO FROM WRK-CRTMOV-REGISTRO
              IF WRK-FS-CRTMOVHOJE NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO CRTMOVHOJE - FS: "
                         WRK-FS-CRTMOVHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-CRTMOV
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CRTCTAANT...: "
                   WRK-CONT-LIDOS-CRTCTAANT.
           DISPLAY "Quantidade de Registros Lidos CRTMOVANT...: "
                   WRK-CONT-LIDOS-CRTMOVANT.
           DISPLAY "Quantidade de Registros Lidos CRTMANUT....: "
                   WRK-CONT-LIDOS-CRTMANUT.
           DISPLAY "Quantidade de Registros Lidos CRTVENDA....: "
                   WRK-CONT-LIDOS-CRTVENDA.
           DISPLAY "Quantidade de Registros Lidos RETBANCO....: "
                   WRK-CONT-LIDOS-RETBANCO.
           DISPLAY "Quantidade de Registros Lidos LIMCRED.....: "
                   WRK-CONT-LIDOS-LIMCRED.
           DISPLAY "Quantidade de Contas Incluidas............: "
                   WRK-CONT-CONTAS-INCLUIDAS.
           DISPLAY "Quantidade de Contas Alteradas............: "
                   WRK-CONT-CONTAS-ALTERADAS.
           DISPLAY "Quantidade de Compras Lancadas............: "
                   WRK-CONT-COMPRAS-LANCADAS.
           DISPLAY "Quantidade de Pagamentos Lancados.........: "
                   WRK-CONT-PAGTOS-LANCADOS.
           DISPLAY "Quantidade de Faturas Emitidas............: "
                   WRK-CONT-FATURAS-EMITIDAS.
           DISPLAY "Quantidade de Registros Gravados CRTFAT...: "
                   WRK-CONT-GRAVADOS-CRTFAT.
           DISPLAY "Quantidade de Registros Gravados CRTREJ...: "
                   WRK-CONT-GRAVADOS-CRTREJ.
           DISPLAY "Quantidade de Registros Gravados CRTCTAHOJE "
                   WRK-CONT-GRAVADOS-CRTCTA.
           DISPLAY "Quantidade de Registros Gravados CRTMOVHOJE "
                   WRK-CONT-GRAVADOS-CRTMOV.
           DISPLAY "Quantidade de Registros Gravados LIMCREDC.: "
                   WRK-CONT-GRAVADOS-LIMCREDC.
           DISPLAY "Valor Total de Compras no Cartao..........: "
                   WRK-VALOR-COMPRAS.
           DISPLAY "Valor Total de Pagamentos de Fatura.......: "
                   WRK-VALOR-PAGAMENTOS.
           DISPLAY "Valor Total de Juros do Rotativo..........: "
                   WRK-VALOR-JUROS.

       052-FECHAR-ARQUIVOS.
           CLOSE CRTVENDA.
           IF WRK-FS-CRTVENDA NOT = "00"
              DISPLAY "ERRO CLOSE CRTVENDA - FS: " WRK-FS-CRTVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CLIENTE.
           IF WRK-FS-CLIENTE NOT = "00"
              DISPLAY "ERRO CLOSE CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CRTCTAHOJE.
           IF WRK-FS-CRTCTAHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CRTCTAHOJE - FS: "
                      WRK-FS-CRTCTAHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CRTMOVHOJE.
           IF WRK-FS-CRTMOVHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CRTMOVHOJE - FS: "
                      WRK-FS-CRTMOVHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CRTFAT.
           IF WRK-FS-CRTFAT NOT = "00"
              DISPLAY "ERRO CLOSE CRTFAT - FS: " WRK-FS-CRTFAT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CRTREJ.
           IF WRK-FS-CRTREJ NOT = "00"
              DISPLAY "ERRO CLOSE CRTREJ - FS: " WRK-FS-CRTREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LIMCREDC.
           IF WRK-FS-LIMCREDC NOT = "00"
              DISPLAY "ERRO CLOSE LIMCREDC - FS: " WRK-FS-LIMCREDC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX14".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

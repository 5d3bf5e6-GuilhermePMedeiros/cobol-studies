       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX30.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX30
      *PEDIDOS DE ASSINATURA - RODADA DIARIA ANTES DO AC00EX10.
      *O MESTRE DE ASSINATURAS (ASSANT/ASSHOJE), UMA POR CLIENTE E
      *SEQUENCIA, TEM A LOJA, O TIPO DE PAGAMENTO, A FREQUENCIA EM
      *DIAS, A PROXIMA DATA, A DATA FIM E ATE 5 PRODUTOS COM A
      *QUANTIDADE. O ASSMOV (OPCIONAL) TRAZ AS MANUTENCOES DO DIA:
      *I INCLUI, A ALTERA, P PAUSA, R REATIVA E C CANCELA.
      *A ASSINATURA ATIVA COM A PROXIMA DATA VENCIDA GERA UM PEDIDO
      *(COMPRA + COMPROD) E A PROXIMA DATA ANDA A FREQUENCIA. A
      *PAUSADA NAO GERA, A QUE PASSOU DA DATA FIM E ENCERRADA, E A
      *QUE TEM PRODUTO DESCONTINUADO NO PRODSTAT E ENCERRADA SEM
      *GERAR O PEDIDO.
      *OS PEDIDOS SAEM COMO UMA ENTREGA PROPRIA (COMPRA/COMPROD COM
      *O SEU CTLLOTE), NA ORDEM DE CLIENTE EXIGIDA PELO AC00EX10,
      *QUE A PROCESSA EM UM CICLO DE VENDAS PROPRIO (PARMCICLO). A
      *ENTREGA DA LOJA NAO PASSA POR AQUI E CHEGA AO AC00EX10 COM OS
      *CODIGOS DA LOJA, USADOS NAS DEVOLUCOES E NA CONCILIACAO.
      *OS PEDIDOS SAO NUMERADOS NA FAIXA DE CODIGOS DE COMPRA
      *RESERVADA A ASSINATURA (PARMASS, PADRAO 90000 A 99997), QUE A
      *LOJA NAO USA, EM SEQUENCIA CONTINUA ENTRE OS DIAS: O ULTIMO
      *CODIGO USADO VEM DO NUMANT E VAI PARA O NUMHOJE. O DESCONTO
      *DE ASSINATURA POR COMPRA SAI NO ASSDESC, LIDO PELO AC00EX10.
      *CADA PEDIDO GERADO FICA NO HISTORICO DE FATURAMENTO (FATANT/
      *FATHOJE). NO RUN SEGUINTE O PEDIDO E PROCURADO NO PROCREG: SE
      *O AC00EX10 O PROCESSOU NA DATA, ESTA FATURADO; SE NAO, E UMA
      *FALHA. FALHAS, CANCELAMENTOS E DEMAIS OCORRENCIAS SAEM NO
      *RELATORIO ASSREL.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PARAMETROS DA ASSINATURA (OPCIONAL)
       SELECT PARMASS  ASSIGN    TO PARMASS
                      FILE STATUS    IS WRK-FS-PARMASS.

      *ULTIMO CODIGO DE COMPRA USADO NOS PEDIDOS, DO RUN ANTERIOR
      *(OPCIONAL NA PRIMEIRA EXECUCAO) E NOVA GERACAO
       SELECT NUMANT   ASSIGN    TO NUMANT
                      FILE STATUS    IS WRK-FS-NUMANT.

       SELECT NUMHOJE  ASSIGN    TO NUMHOJE
                      FILE STATUS    IS WRK-FS-NUMHOJE.

      *MESTRE DE ASSINATURAS DO RUN ANTERIOR (OPCIONAL NA PRIMEIRA
      *EXECUCAO) E NOVA GERACAO
       SELECT ASSANT   ASSIGN    TO ASSANT
                      FILE STATUS    IS WRK-FS-ASSANT.

       SELECT ASSHOJE  ASSIGN    TO ASSHOJE
                      FILE STATUS    IS WRK-FS-ASSHOJE.

      *MANUTENCOES DO DIA NAS ASSINATURAS (OPCIONAL)
       SELECT ASSMOV   ASSIGN    TO ASSMOV
                      FILE STATUS    IS WRK-FS-ASSMOV.

      *HISTORICO DE FATURAMENTO DO RUN ANTERIOR (OPCIONAL NA
      *PRIMEIRA EXECUCAO) E NOVA GERACAO
       SELECT FATANT   ASSIGN    TO FATANT
                      FILE STATUS    IS WRK-FS-FATANT.

       SELECT FATHOJE  ASSIGN    TO FATHOJE
                      FILE STATUS    IS WRK-FS-FATHOJE.

      *SITUACAO DO PRODUTO (KSDS DO AC00EX11) - OPCIONAL
       SELECT PRODSTAT ASSIGN    TO PRODSTAT
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODSTAT-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODSTAT.

      *COMPRAS JA PROCESSADAS PELO AC00EX10 (KSDS) - OPCIONAL
       SELECT PROCREG  ASSIGN    TO PROCREG
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PROCREG-COD-COMPRA
                      FILE STATUS    IS WRK-FS-PROCREG.

      *ENTREGA DOS PEDIDOS DO DIA PARA O AC00EX10
       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

       SELECT COMPROD  ASSIGN    TO COMPROD
                      FILE STATUS    IS WRK-FS-COMPROD.

       SELECT CTLLOTE  ASSIGN    TO CTLLOTE
                      FILE STATUS    IS WRK-FS-CTLLOTE.

      *DESCONTO DE ASSINATURA POR COMPRA, PARA O AC00EX10
       SELECT ASSDESC  ASSIGN    TO ASSDESC
                      FILE STATUS    IS WRK-FS-ASSDESC.

      *RELATORIO DAS OCORRENCIAS DAS ASSINATURAS
       SELECT ASSREL   ASSIGN    TO ASSREL
                      FILE STATUS    IS WRK-FS-ASSREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMASS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMASS-REGISTRO     PIC X(018).

       FD  NUMANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NUMANT-REGISTRO      PIC X(020).

       FD  NUMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NUMHOJE-REGISTRO     PIC X(020).

       FD  ASSANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ASSANT-REGISTRO      PIC X(110).

       FD  ASSHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ASSHOJE-REGISTRO     PIC X(110).

       FD  ASSMOV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ASSMOV-REGISTRO      PIC X(080).

       FD  FATANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATANT-REGISTRO      PIC X(030).

       FD  FATHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATHOJE-REGISTRO     PIC X(030).

       FD  PRODSTAT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODSTAT-REGISTRO.
           05 FD-PRODSTAT-COD-PRODUTO PIC 9(005).
           05 FILLER                PIC X(001).

       FD  PROCREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PROCREG-REGISTRO.
           05 FD-PROCREG-COD-COMPRA PIC 9(005).
           05 FILLER                PIC X(016).

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  COMPROD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPROD-REGISTRO     PIC X(013).

       FD  CTLLOTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CTLLOTE-REGISTRO     PIC X(031).

       FD  ASSDESC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ASSDESC-REGISTRO     PIC X(010).

       FD  ASSREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ASSREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMASS        PIC X(002) VALUE SPACES.
           05 WRK-FS-NUMANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-NUMHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-ASSANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-ASSHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-ASSMOV         PIC X(002) VALUE SPACES.
           05 WRK-FS-FATANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-FATHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODSTAT       PIC X(002) VALUE SPACES.
           05 WRK-FS-PROCREG        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPROD        PIC X(002) VALUE SPACES.
           05 WRK-FS-CTLLOTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-ASSDESC        PIC X(002) VALUE SPACES.
           05 WRK-FS-ASSREL         PIC X(002) VALUE SPACES.

      *LAYOUT DE CTLLOTE - MESMO DO AC00EX10
       01  WRK-CTLLOTE-REGISTRO.
           05 CTLLOTE-QTD-COMPRA      PIC 9(007).
           05 CTLLOTE-QTD-COMPROD     PIC 9(007).
           05 CTLLOTE-SOMA-QUANTIDADE PIC 9(009).
           05 CTLLOTE-DATA-LOTE       PIC 9(008).

      *LAYOUT DE PARMASS - VENDEDOR DOS PEDIDOS DE ASSINATURA, O
      *PERCENTUAL DE DESCONTO DA ASSINATURA E A FAIXA DE CODIGOS DE
      *COMPRA RESERVADA AOS PEDIDOS (ZERADA, VALE A FAIXA PADRAO)
       01  WRK-PARMASS-REGISTRO.
           05 PARMASS-COD-VENDEDOR  PIC 9(003).
           05 PARMASS-PCT-DESCONTO  PIC 9(003)V99.
           05 PARMASS-FAIXA-INICIAL PIC 9(005).
           05 PARMASS-FAIXA-FINAL   PIC 9(005).

      *LAYOUT DE NUMANT/NUMHOJE - ULTIMO CODIGO DE COMPRA USADO NOS
      *PEDIDOS E A DATA EM QUE FOI USADO
       01  WRK-NUM-REGISTRO.
           05 NUM-ULT-COMPRA        PIC 9(005).
           05 NUM-DATA-ULT          PIC 9(008).
           05 FILLER                PIC X(007).

      *LAYOUT DO MESTRE DE ASSINATURAS (ASSANT/ASSHOJE)
       01  WRK-ASS-REGISTRO.
           05 ASS-CHAVE.
              07 ASS-COD-CLIENTE    PIC 9(003).
              07 ASS-SEQ            PIC 9(002).
           05 ASS-COD-LOJA          PIC 9(003).
           05 ASS-TIPO-PAGTO        PIC X(008).
           05 ASS-FREQ-DIAS         PIC 9(003).
           05 ASS-PROXIMA-DATA      PIC 9(008).
           05 ASS-DATA-FIM          PIC 9(008).
           05 ASS-SITUACAO          PIC X(001).
           05 ASS-MOTIVO            PIC X(010).
           05 ASS-QTD-ITENS         PIC 9(001).
           05 ASS-ITENS.
              07 ASS-ITEM OCCURS 5 TIMES.
                 09 ASS-COD-PRODUTO PIC 9(005).
                 09 ASS-QUANTIDADE  PIC 9(003).
           05 ASS-QTD-FATURAS       PIC 9(005).
           05 ASS-QTD-FALHAS        PIC 9(005).
           05 ASS-DATA-INICIO       PIC 9(008).
           05 FILLER                PIC X(005).

      *LAYOUT DE ASSMOV - TIPO DO MOVIMENTO E A IMAGEM DA
      *ASSINATURA (NA PAUSA, REATIVACAO E CANCELAMENTO SO A CHAVE
      *E USADA; NA ALTERACAO, PROXIMA DATA ZERADA MANTEM A ATUAL)
       01  WRK-MOV-REGISTRO.
           05 MOV-TIPO              PIC X(001).
               88 MOV-INCLUSAO         VALUE "I".
               88 MOV-ALTERACAO        VALUE "A".
               88 MOV-PAUSA            VALUE "P".
               88 MOV-REATIVACAO       VALUE "R".
               88 MOV-CANCELAMENTO     VALUE "C".
           05 MOV-CHAVE.
              07 MOV-COD-CLIENTE    PIC 9(003).
              07 MOV-SEQ            PIC 9(002).
           05 MOV-COD-LOJA          PIC 9(003).
           05 MOV-TIPO-PAGTO        PIC X(008).
               88 MOV-PAGTO-VALIDO     VALUE "BOLETO  " "CHEQUE  "
                                             "DEBITO  " "CREDITO "
                                             "VALE    " "NOTACRED"
                                             "DINHEIRO" "PIX     "
                                             "FATURADO" "CARTLOJA".
               88 MOV-PAGTO-COM-DOCUMENTO
                                       VALUE "VALE    " "NOTACRED"
                                             "PIX     ".
           05 MOV-FREQ-DIAS         PIC 9(003).
           05 MOV-PROXIMA-DATA      PIC 9(008).
           05 MOV-DATA-FIM          PIC 9(008).
           05 MOV-QTD-ITENS         PIC 9(001).
           05 MOV-ITENS.
              07 MOV-ITEM OCCURS 5 TIMES.
                 09 MOV-COD-PRODUTO PIC 9(005).
                 09 MOV-QUANTIDADE  PIC 9(003).
           05 FILLER                PIC X(003).

      *LAYOUT DO HISTORICO DE FATURAMENTO (FATANT/FATHOJE) - G
      *GERADO, F FATURADO PELO AC00EX10, X FALHA
       01  WRK-FAT-REGISTRO.
           05 FAT-COD-CLIENTE       PIC 9(003).
           05 FAT-SEQ               PIC 9(002).
           05 FAT-DATA-PEDIDO       PIC 9(008).
           05 FAT-COD-COMPRA        PIC 9(005).
           05 FAT-SITUACAO          PIC X(001).
           05 FAT-DATA-APURACAO     PIC 9(008).
           05 FILLER                PIC X(003).

      *LAYOUT DE PRODSTAT - MESMO DO AC00EX11
       01  WRK-PRODSTAT-REGISTRO.
           05 PRODSTAT-COD-PRODUTO  PIC 9(005).
           05 PRODSTAT-STATUS       PIC X(001).

      *LAYOUT DE PROCREG - MESMO DO AC00EX10
       01  WRK-PROCREG-REGISTRO.
           05 PROCREG-COD-COMPRA    PIC 9(005).
           05 PROCREG-DATA-COMPRA   PIC 9(008).
           05 PROCREG-DATA-PROCESSO PIC 9(008).

      *LAYOUT DE COMPRA E COMPROD GRAVADOS - MESMOS DO AC00EX10
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC 9(005).
           05 COMPRA-TIPO-PAGTO     PIC X(008).
           05 COMPRA-COD-CLIENTE    PIC 9(003).
           05 COMPRA-DATA           PIC 9(008).
           05 COMPRA-COD-VENDEDOR   PIC 9(003).
           05 COMPRA-COD-LOJA       PIC 9(003).
           05 COMPRA-NUM-VALE       PIC 9(008).

       01  WRK-COMPROD-REGISTRO.
           05 COMPROD-COD-COMPRA    PIC 9(005).
           05 COMPROD-COD-PRODUTO   PIC 9(005).
           05 COMPROD-QUANTIDADE    PIC 9(003).

      *LAYOUT DE ASSDESC - CODIGO DA COMPRA E PERCENTUAL DE DESCONTO
       01  WRK-ASSDESC-REGISTRO.
           05 ASSDESC-COD-COMPRA    PIC 9(005).
           05 ASSDESC-PCT-DESCONTO  PIC 9(003)V99.

      *TABELA DO MESTRE DE ASSINATURAS, EM ORDEM DE CLIENTE E
      *SEQUENCIA - MESMO LAYOUT DO REGISTRO DO MESTRE
       01  WRK-TAB-ASS-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ASS-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-ASS-QTDE
               INDEXED BY IDX-ASS.
           05 TAB-ASS-CHAVE.
              07 TAB-ASS-COD-CLIENTE PIC 9(003).
              07 TAB-ASS-SEQ        PIC 9(002).
           05 TAB-ASS-COD-LOJA      PIC 9(003).
           05 TAB-ASS-TIPO-PAGTO    PIC X(008).
           05 TAB-ASS-FREQ-DIAS     PIC 9(003).
           05 TAB-ASS-PROXIMA-DATA  PIC 9(008).
           05 TAB-ASS-DATA-FIM      PIC 9(008).
           05 TAB-ASS-SITUACAO      PIC X(001).
               88 TAB-ASS-ATIVA        VALUE "A".
               88 TAB-ASS-PAUSADA      VALUE "P".
               88 TAB-ASS-ENCERRADA    VALUE "E".
               88 TAB-ASS-CANCELADA    VALUE "C".
           05 TAB-ASS-MOTIVO        PIC X(010).
           05 TAB-ASS-QTD-ITENS     PIC 9(001).
           05 TAB-ASS-ITENS.
              07 TAB-ASS-ITEM OCCURS 5 TIMES.
                 09 TAB-ASS-COD-PRODUTO PIC 9(005).
                 09 TAB-ASS-QUANTIDADE  PIC 9(003).
           05 TAB-ASS-QTD-FATURAS   PIC 9(005).
           05 TAB-ASS-QTD-FALHAS    PIC 9(005).
           05 TAB-ASS-DATA-INICIO   PIC 9(008).
           05 FILLER                PIC X(005).

      *HISTORICO DE FATURAMENTO - O DO RUN ANTERIOR MAIS OS PEDIDOS
      *GERADOS HOJE
       01  WRK-TAB-FAT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-FAT-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-FAT-QTDE
               INDEXED BY IDX-FAT.
           05 TAB-FAT-COD-CLIENTE   PIC 9(003).
           05 TAB-FAT-SEQ           PIC 9(002).
           05 TAB-FAT-DATA-PEDIDO   PIC 9(008).
           05 TAB-FAT-COD-COMPRA    PIC 9(005).
           05 TAB-FAT-SITUACAO      PIC X(001).
               88 TAB-FAT-GERADO       VALUE "G".
               88 TAB-FAT-FATURADO     VALUE "F".
               88 TAB-FAT-FALHA        VALUE "X".
           05 TAB-FAT-DATA-APURACAO PIC 9(008).

      *ASSINATURAS COM PEDIDO A GERAR HOJE, NA ORDEM DO MESTRE
      *(POSICAO NA TABELA DO MESTRE)
       01  WRK-TAB-PED-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PED-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-PED-QTDE.
           05 TAB-PED-IND-ASS       PIC 9(004).

       01  WRK-IND-PED              PIC 9(004) VALUE ZEROS.
       01  WRK-IND-ASS              PIC 9(004) VALUE ZEROS.
       01  WRK-IND-DESLOCA          PIC 9(004) VALUE ZEROS.
       01  WRK-IND-ITEM             PIC 9(001) VALUE ZEROS.

      *PROXIMO CODIGO DE COMPRA DOS PEDIDOS, NA FAIXA DA ASSINATURA
       01  WRK-PROX-COMPRA          PIC 9(006) VALUE ZEROS.

       01  WRK-PRODUTO-DESCONT      PIC 9(005) VALUE ZEROS.
       01  WRK-MOTIVO-REJEICAO      PIC X(030) VALUE SPACES.

       01  WRK-SW-ASSINATURA        PIC 9(001) VALUE ZEROS.
           88 ASSINATURA-ENCONTRADA    VALUE 1.
           88 ASSINATURA-AUSENTE       VALUE 0.

       01  WRK-SW-PRODSTAT          PIC 9(001) VALUE ZEROS.
           88 PRODSTAT-DISPONIVEL      VALUE 1.
           88 PRODSTAT-AUSENTE         VALUE 0.

       01  WRK-SW-PROCREG           PIC 9(001) VALUE ZEROS.
           88 PROCREG-DISPONIVEL       VALUE 1.
           88 PROCREG-AUSENTE          VALUE 0.

       01  WRK-SOMA-QTD-GRAVADA     PIC 9(009) VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

       01  WRK-DATA-PROXIMA.
           05 WRK-PROXIMA-ANO       PIC 9(004).
           05 WRK-PROXIMA-MES       PIC 9(002).
           05 WRK-PROXIMA-DIA       PIC 9(002).

       01  WRK-DATA-PROXIMA-R REDEFINES WRK-DATA-PROXIMA
                                    PIC 9(008).

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL PARA A PROXIMA DATA
       01  WRK-CALL-OPERACAO        PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-DIA             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-MES             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-ANO             PIC 9(004) VALUE ZEROS.
       01  WRK-CALL-QTD-DIAS        PIC S9(005) VALUE ZEROS.
       01  WRK-CALL-DIA-SEMANA      PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-NOME-DIA        PIC X(013) VALUE SPACES.
       01  WRK-CALL-AVALIDA         PIC X(001) VALUE SPACES.
       01  WRK-CALL-DATA2           PIC 9(008) VALUE ZEROS.

      *LINHAS DO RELATORIO ASSREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(042) VALUE
              "PEDIDOS DE ASSINATURA - OCORRENCIAS DO RUN".
           05 FILLER                PIC X(004) VALUE " DE ".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(024) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(052) VALUE
              "CLI SQ  EVENTO      COMPRA  DATA REF  PROD.  DETALHE".
           05 FILLER                PIC X(028) VALUE SPACES.

       01  WRK-LINHA-DETALHE.
           05 DET-CLIENTE           PIC 9(003).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-SEQ               PIC 9(002).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-EVENTO            PIC X(012).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-COMPRA            PIC ZZZZZ.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-DATA              PIC ZZZZZZZZ.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-PRODUTO           PIC ZZZZZ.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-DETALHE           PIC X(030).
           05 FILLER                PIC X(005) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO         PIC X(040).
           05 TOT-QTD               PIC ZZ.ZZ9.
           05 FILLER                PIC X(034) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-ASSANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FATANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ASSMOV       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MOV-APLICADOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MOV-REJEITADOS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PEDIDOS-GERADOS    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-NAO-GERADOS-PAUSA  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ENCERRADAS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DESCONTINUADAS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CANCELADAS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FATURADOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FALHAS             PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-COMPRA    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-COMPROD   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-ASSDESC   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-ASSHOJE   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FATHOJE   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX30-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-IND-PED > WRK-TAB-PED-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX30 INICIADO - PEDIDOS ASSINATURA"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           PERFORM 011-CARREGAR-PARMASS.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-ASSANT.
           PERFORM 014-CARREGAR-FATANT.
           PERFORM 015-APURAR-FATURAS
             VARYING IDX-FAT FROM 1 BY 1
               UNTIL IDX-FAT > WRK-TAB-FAT-QTDE.
           PERFORM 016-CARREGAR-ASSMOV.
           PERFORM 017-AVALIAR-ASSINATURA
             VARYING WRK-IND-ASS FROM 1 BY 1
               UNTIL WRK-IND-ASS > WRK-TAB-ASS-QTDE.

           PERFORM 018-INICIAR-NUMERACAO.
           MOVE 1 TO WRK-IND-PED.

      *VENDEDOR DOS PEDIDOS DE ASSINATURA, PERCENTUAL DE DESCONTO E
      *FAIXA DE CODIGOS. SEM O PARAMETRO, VENDEDOR ZERO, 5% DE
      *DESCONTO E A FAIXA PADRAO, DE 90000 A 99997 (99998 E 99999
      *SAO AS CHAVES DE FIM DE ARQUIVO DO AC00EX10).
       011-CARREGAR-PARMASS.
           OPEN INPUT   PARMASS.
           IF WRK-FS-PARMASS = "35"
              MOVE ZEROS TO PARMASS-COD-VENDEDOR
              MOVE 5     TO PARMASS-PCT-DESCONTO
              MOVE ZEROS TO PARMASS-FAIXA-INICIAL
                            PARMASS-FAIXA-FINAL
           ELSE
              IF WRK-FS-PARMASS NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMASS - FS: "
                         WRK-FS-PARMASS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMASS INTO WRK-PARMASS-REGISTRO
              IF WRK-FS-PARMASS NOT = "00"
                 DISPLAY "ERRO LEITURA PARMASS - FS: "
                         WRK-FS-PARMASS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMASS
           END-IF.

           IF PARMASS-FAIXA-INICIAL NOT NUMERIC OR
              PARMASS-FAIXA-FINAL NOT NUMERIC OR
              PARMASS-FAIXA-INICIAL = ZEROS
              MOVE 90000 TO PARMASS-FAIXA-INICIAL
              MOVE 99997 TO PARMASS-FAIXA-FINAL
           END-IF.
           IF PARMASS-FAIXA-INICIAL >= PARMASS-FAIXA-FINAL OR
              PARMASS-FAIXA-FINAL > 99997
              DISPLAY "PARMASS INVALIDO - FAIXA DE CODIGOS: "
                      PARMASS-FAIXA-INICIAL " A " PARMASS-FAIXA-FINAL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PRODSTAT.
           IF WRK-FS-PRODSTAT = "35"
              SET PRODSTAT-AUSENTE TO TRUE
           ELSE
              IF WRK-FS-PRODSTAT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODSTAT - FS: "
                         WRK-FS-PRODSTAT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET PRODSTAT-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT    PROCREG.
           IF WRK-FS-PROCREG = "35"
              SET PROCREG-AUSENTE TO TRUE
           ELSE
              IF WRK-FS-PROCREG NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PROCREG - FS: "
                         WRK-FS-PROCREG
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET PROCREG-DISPONIVEL TO TRUE
           END-IF.

           OPEN OUTPUT   COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   COMPROD.
           IF WRK-FS-COMPROD NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CTLLOTE.
           IF WRK-FS-CTLLOTE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CTLLOTE - FS: " WRK-FS-CTLLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ASSDESC.
           IF WRK-FS-ASSDESC NOT = ZEROS
              DISPLAY "ERRO ABERTURA ASSDESC - FS: " WRK-FS-ASSDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ASSHOJE.
           IF WRK-FS-ASSHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA ASSHOJE - FS: " WRK-FS-ASSHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FATHOJE.
           IF WRK-FS-FATHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATHOJE - FS: " WRK-FS-FATHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   NUMHOJE.
           IF WRK-FS-NUMHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA NUMHOJE - FS: " WRK-FS-NUMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ASSREL.
           IF WRK-FS-ASSREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA ASSREL - FS: " WRK-FS-ASSREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE WRK-DE-DIA TO CAB1-DIA.
           MOVE WRK-DE-MES TO CAB1-MES.
           MOVE WRK-DE-ANO TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.
           MOVE WRK-LINHA-TRACO TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.
           MOVE WRK-LINHA-CAB2  TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.
           MOVE WRK-LINHA-TRACO TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.

      *MESTRE DE ASSINATURAS, JA EM ORDEM DE CLIENTE E SEQUENCIA.
       013-CARREGAR-ASSANT.
           OPEN INPUT   ASSANT.
           IF WRK-FS-ASSANT = "35"
              MOVE ZEROS TO WRK-TAB-ASS-QTDE
           ELSE
              IF WRK-FS-ASSANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ASSANT - FS: " WRK-FS-ASSANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-ASSANT
              PERFORM 030-MOVER-DADOS-TAB-ASS
                UNTIL WRK-FS-ASSANT = "10"
              CLOSE ASSANT
              IF WRK-FS-ASSANT NOT = "00"
                 DISPLAY "ERRO CLOSE ASSANT - FS: " WRK-FS-ASSANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       014-CARREGAR-FATANT.
           OPEN INPUT   FATANT.
           IF WRK-FS-FATANT = "35"
              MOVE ZEROS TO WRK-TAB-FAT-QTDE
           ELSE
              IF WRK-FS-FATANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FATANT - FS: " WRK-FS-FATANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-FATANT
              PERFORM 031-MOVER-DADOS-TAB-FAT
                UNTIL WRK-FS-FATANT = "10"
              CLOSE FATANT
              IF WRK-FS-FATANT NOT = "00"
                 DISPLAY "ERRO CLOSE FATANT - FS: " WRK-FS-FATANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *PEDIDO GERADO EM RUN ANTERIOR E PROCURADO NO PROCREG: A
      *COMPRA PROCESSADA NA DATA DO PEDIDO ESTA FATURADA; SEM ELA O
      *AC00EX10 NAO PROCESSOU O PEDIDO E E UMA FALHA. SEM O PROCREG
      *O PEDIDO CONTINUA EM ABERTO.
       015-APURAR-FATURAS.
           IF TAB-FAT-GERADO(IDX-FAT) AND PROCREG-DISPONIVEL AND
              TAB-FAT-DATA-PEDIDO(IDX-FAT) < WRK-DATA-SIS
              MOVE TAB-FAT-COD-COMPRA(IDX-FAT)
                TO FD-PROCREG-COD-COMPRA
              SET TAB-FAT-FALHA(IDX-FAT) TO TRUE
              READ PROCREG INTO WRK-PROCREG-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PROCREG-DATA-COMPRA =
                         TAB-FAT-DATA-PEDIDO(IDX-FAT)
                         SET TAB-FAT-FATURADO(IDX-FAT) TO TRUE
                      END-IF
              END-READ
              MOVE WRK-DATA-SIS TO TAB-FAT-DATA-APURACAO(IDX-FAT)
              PERFORM 021-REGISTRAR-FATURA
           END-IF.

       016-CARREGAR-ASSMOV.
           OPEN INPUT   ASSMOV.
           IF WRK-FS-ASSMOV = "35"
              CONTINUE
           ELSE
              IF WRK-FS-ASSMOV NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ASSMOV - FS: " WRK-FS-ASSMOV
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-ASSMOV
              PERFORM 032-APLICAR-MOVIMENTO
                UNTIL WRK-FS-ASSMOV = "10"
              CLOSE ASSMOV
              IF WRK-FS-ASSMOV NOT = "00"
                 DISPLAY "ERRO CLOSE ASSMOV - FS: " WRK-FS-ASSMOV
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *ASSINATURA ATIVA OU PAUSADA: ENCERRA PELA DATA FIM; COM A
      *PROXIMA DATA VENCIDA, A PAUSADA NAO GERA PEDIDO E A ATIVA
      *GERA, SALVO SE TEM PRODUTO DESCONTINUADO.
       017-AVALIAR-ASSINATURA.
           SET IDX-ASS TO WRK-IND-ASS.
           IF TAB-ASS-ATIVA(IDX-ASS) OR TAB-ASS-PAUSADA(IDX-ASS)
              IF TAB-ASS-DATA-FIM(IDX-ASS) NOT = ZEROS AND
                 TAB-ASS-DATA-FIM(IDX-ASS) < WRK-DATA-SIS
                 SET TAB-ASS-ENCERRADA(IDX-ASS) TO TRUE
                 MOVE "DATA FIM"  TO TAB-ASS-MOTIVO(IDX-ASS)
                 ADD 1 TO WRK-CONT-ENCERRADAS
                 PERFORM 064-LIMPAR-DETALHE
                 MOVE "ENCERRADA"  TO DET-EVENTO
                 MOVE TAB-ASS-DATA-FIM(IDX-ASS) TO DET-DATA
                 MOVE "DATA FIM DA ASSINATURA"   TO DET-DETALHE
                 PERFORM 062-GRAVAR-EVENTO
              ELSE
                 IF TAB-ASS-PROXIMA-DATA(IDX-ASS) <= WRK-DATA-SIS
                    PERFORM 022-VERIFICAR-VENCIDA
                 END-IF
              END-IF
           END-IF.

      *A NUMERACAO DOS PEDIDOS CONTINUA DO ULTIMO CODIGO USADO
      *(NUMANT), PARA UM CODIGO NAO SE REPETIR ENTRE DIAS E CICLOS.
      *SE OS PEDIDOS DE HOJE NAO CABEM NO RESTO DA FAIXA, ELA
      *RECOMECA DO INICIO, PARA A ENTREGA SAIR EM ORDEM CRESCENTE DE
      *CODIGO COMO O AC00EX10 EXIGE.
       018-INICIAR-NUMERACAO.
           OPEN INPUT   NUMANT.
           IF WRK-FS-NUMANT = "35"
              MOVE SPACES TO WRK-NUM-REGISTRO
              MOVE ZEROS  TO NUM-ULT-COMPRA NUM-DATA-ULT
           ELSE
              IF WRK-FS-NUMANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NUMANT - FS: " WRK-FS-NUMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ NUMANT INTO WRK-NUM-REGISTRO
              IF WRK-FS-NUMANT NOT = "00"
                 DISPLAY "ERRO LEITURA NUMANT - FS: " WRK-FS-NUMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE NUMANT
           END-IF.

           IF NUM-ULT-COMPRA < PARMASS-FAIXA-INICIAL OR
              NUM-ULT-COMPRA >= PARMASS-FAIXA-FINAL
              MOVE PARMASS-FAIXA-INICIAL TO WRK-PROX-COMPRA
           ELSE
              COMPUTE WRK-PROX-COMPRA = NUM-ULT-COMPRA + 1
           END-IF.
           IF WRK-PROX-COMPRA + WRK-TAB-PED-QTDE - 1 >
              PARMASS-FAIXA-FINAL
              DISPLAY "FAIXA DE CODIGOS DA ASSINATURA REINICIADA EM "
                      PARMASS-FAIXA-INICIAL
              MOVE PARMASS-FAIXA-INICIAL TO WRK-PROX-COMPRA
           END-IF.

      *GERA OS PEDIDOS NA ORDEM DO MESTRE (CLIENTE E SEQUENCIA),
      *QUE E A ORDEM DE CLIENTE EXIGIDA PELO AC00EX10.
       020-PROCESSAR.
           SET IDX-ASS TO TAB-PED-IND-ASS(WRK-IND-PED).
           PERFORM 036-GERAR-PEDIDO-ASSINATURA.

      *CONTA O RESULTADO DA APURACAO NO MESTRE E REPORTA A FALHA.
       021-REGISTRAR-FATURA.
           SET IDX-ASS TO 1.
           SEARCH TAB-ASS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ASS-COD-CLIENTE(IDX-ASS) =
                    TAB-FAT-COD-CLIENTE(IDX-FAT)
                AND TAB-ASS-SEQ(IDX-ASS) = TAB-FAT-SEQ(IDX-FAT)
                   IF TAB-FAT-FATURADO(IDX-FAT)
                      ADD 1 TO TAB-ASS-QTD-FATURAS(IDX-ASS)
                   ELSE
                      ADD 1 TO TAB-ASS-QTD-FALHAS(IDX-ASS)
                   END-IF
           END-SEARCH.

           IF TAB-FAT-FATURADO(IDX-FAT)
              ADD 1 TO WRK-CONT-FATURADOS
           ELSE
              ADD 1 TO WRK-CONT-FALHAS
              PERFORM 064-LIMPAR-DETALHE
              MOVE TAB-FAT-COD-CLIENTE(IDX-FAT) TO DET-CLIENTE
              MOVE TAB-FAT-SEQ(IDX-FAT)         TO DET-SEQ
              MOVE "FALHA"                      TO DET-EVENTO
              MOVE TAB-FAT-COD-COMPRA(IDX-FAT)  TO DET-COMPRA
              MOVE TAB-FAT-DATA-PEDIDO(IDX-FAT) TO DET-DATA
              MOVE "PEDIDO NAO PROCESSADO NA DATA" TO DET-DETALHE
              MOVE WRK-LINHA-DETALHE TO FD-ASSREL-REGISTRO
              PERFORM 063-ESCREVER-ASSREL
           END-IF.

       022-VERIFICAR-VENCIDA.
           IF TAB-ASS-PAUSADA(IDX-ASS)
              ADD 1 TO WRK-CONT-NAO-GERADOS-PAUSA
              PERFORM 064-LIMPAR-DETALHE
              MOVE "NAO GERADO" TO DET-EVENTO
              MOVE TAB-ASS-PROXIMA-DATA(IDX-ASS) TO DET-DATA
              MOVE "ASSINATURA PAUSADA"         TO DET-DETALHE
              PERFORM 062-GRAVAR-EVENTO
           ELSE
              MOVE ZEROS TO WRK-PRODUTO-DESCONT
              PERFORM 027-VERIFICAR-DESCONTINUADO
                VARYING WRK-IND-ITEM FROM 1 BY 1
                  UNTIL WRK-IND-ITEM > TAB-ASS-QTD-ITENS(IDX-ASS)
              IF WRK-PRODUTO-DESCONT NOT = ZEROS
                 SET TAB-ASS-ENCERRADA(IDX-ASS) TO TRUE
                 MOVE "DESCONTIN." TO TAB-ASS-MOTIVO(IDX-ASS)
                 ADD 1 TO WRK-CONT-DESCONTINUADAS
                 PERFORM 064-LIMPAR-DETALHE
                 MOVE "ENCERRADA"         TO DET-EVENTO
                 MOVE WRK-PRODUTO-DESCONT TO DET-PRODUTO
                 MOVE "PRODUTO DESCONTINUADO" TO DET-DETALHE
                 PERFORM 062-GRAVAR-EVENTO
              ELSE
                 ADD 1 TO WRK-TAB-PED-QTDE
                 MOVE WRK-IND-ASS TO TAB-PED-IND-ASS(WRK-TAB-PED-QTDE)
              END-IF
           END-IF.

      *PROCURA A ASSINATURA DO MOVIMENTO NO MESTRE.
       023-LOCALIZAR-ASSINATURA.
           SET ASSINATURA-AUSENTE TO TRUE.
           SET IDX-ASS TO 1.
           SEARCH TAB-ASS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ASS-CHAVE(IDX-ASS) = MOV-CHAVE
                   SET ASSINATURA-ENCONTRADA TO TRUE
           END-SEARCH.

      *INCLUI A ASSINATURA NA POSICAO DA CHAVE, DESLOCANDO AS DE
      *CHAVE MAIOR, PARA O MESTRE CONTINUAR EM ORDEM.
       024-INCLUIR-ASSINATURA.
           IF WRK-TAB-ASS-QTDE = 999
              DISPLAY "TABELA DE ASSINATURAS CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-TAB-ASS-QTDE TO WRK-IND-ASS.
           ADD 1 TO WRK-IND-ASS.
           SET IDX-ASS TO 1.
           SEARCH TAB-ASS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ASS-CHAVE(IDX-ASS) > MOV-CHAVE
                   SET WRK-IND-ASS TO IDX-ASS
           END-SEARCH.
           ADD 1 TO WRK-TAB-ASS-QTDE.
           PERFORM 025-DESLOCAR-ASSINATURA
             VARYING WRK-IND-DESLOCA FROM WRK-TAB-ASS-QTDE BY -1
               UNTIL WRK-IND-DESLOCA <= WRK-IND-ASS.

           SET IDX-ASS TO WRK-IND-ASS.
           MOVE SPACES            TO TAB-ASS-REGISTRO(IDX-ASS).
           MOVE MOV-CHAVE         TO TAB-ASS-CHAVE(IDX-ASS).
           SET TAB-ASS-ATIVA(IDX-ASS) TO TRUE.
           MOVE ZEROS             TO TAB-ASS-QTD-FATURAS(IDX-ASS)
                                     TAB-ASS-QTD-FALHAS(IDX-ASS).
           MOVE WRK-DATA-SIS      TO TAB-ASS-DATA-INICIO(IDX-ASS).
           MOVE ZEROS             TO TAB-ASS-PROXIMA-DATA(IDX-ASS).
           PERFORM 026-ALTERAR-ASSINATURA.

       025-DESLOCAR-ASSINATURA.
           MOVE TAB-ASS-REGISTRO(WRK-IND-DESLOCA - 1)
             TO TAB-ASS-REGISTRO(WRK-IND-DESLOCA).

      *DADOS DA ASSINATURA VINDOS DO MOVIMENTO. SEM PROXIMA DATA
      *NO MOVIMENTO, A INCLUSAO COMECA HOJE E A ALTERACAO MANTEM A
      *DATA ATUAL.
       026-ALTERAR-ASSINATURA.
           MOVE MOV-COD-LOJA      TO TAB-ASS-COD-LOJA(IDX-ASS).
           MOVE MOV-TIPO-PAGTO    TO TAB-ASS-TIPO-PAGTO(IDX-ASS).
           MOVE MOV-FREQ-DIAS     TO TAB-ASS-FREQ-DIAS(IDX-ASS).
           MOVE MOV-DATA-FIM      TO TAB-ASS-DATA-FIM(IDX-ASS).
           MOVE MOV-QTD-ITENS     TO TAB-ASS-QTD-ITENS(IDX-ASS).
           MOVE MOV-ITENS         TO TAB-ASS-ITENS(IDX-ASS).
           IF MOV-PROXIMA-DATA NOT = ZEROS
              MOVE MOV-PROXIMA-DATA TO TAB-ASS-PROXIMA-DATA(IDX-ASS)
           END-IF.
           IF TAB-ASS-PROXIMA-DATA(IDX-ASS) = ZEROS
              MOVE WRK-DATA-SIS   TO TAB-ASS-PROXIMA-DATA(IDX-ASS)
           END-IF.

       027-VERIFICAR-DESCONTINUADO.
           IF PRODSTAT-DISPONIVEL AND WRK-PRODUTO-DESCONT = ZEROS
              MOVE TAB-ASS-COD-PRODUTO(IDX-ASS, WRK-IND-ITEM)
                TO FD-PRODSTAT-COD-PRODUTO
              READ PRODSTAT INTO WRK-PRODSTAT-REGISTRO
                  INVALID KEY
                      MOVE "A" TO PRODSTAT-STATUS
              END-READ
              IF PRODSTAT-STATUS = "D"
                 MOVE TAB-ASS-COD-PRODUTO(IDX-ASS, WRK-IND-ITEM)
                   TO WRK-PRODUTO-DESCONT
              END-IF
           END-IF.

      *VALIDA OS DADOS DA INCLUSAO E DA ALTERACAO. VALE, NOTA DE
      *CREDITO E PIX DEPENDEM DO DOCUMENTO DE CADA COMPRA (NUMERO DO
      *VALE, DA NOTA OU DA TRANSACAO), QUE O PEDIDO GERADO NAO TEM.
       028-VALIDAR-DADOS-MOV.
           EVALUATE TRUE
               WHEN MOV-FREQ-DIAS = ZEROS
                   MOVE "FREQUENCIA ZERADA" TO WRK-MOTIVO-REJEICAO
               WHEN MOV-QTD-ITENS < 1 OR MOV-QTD-ITENS > 5
                   MOVE "QUANTIDADE DE ITENS INVALIDA"
                     TO WRK-MOTIVO-REJEICAO
               WHEN NOT MOV-PAGTO-VALIDO
                   MOVE "TIPO DE PAGAMENTO INVALIDO"
                     TO WRK-MOTIVO-REJEICAO
               WHEN MOV-PAGTO-COM-DOCUMENTO
                   MOVE "PAGAMENTO EXIGE DOC. DA COMPRA"
                     TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 029-VALIDAR-ITEM-MOV
                     VARYING WRK-IND-ITEM FROM 1 BY 1
                       UNTIL WRK-IND-ITEM > MOV-QTD-ITENS
           END-EVALUATE.

       029-VALIDAR-ITEM-MOV.
           IF MOV-COD-PRODUTO(WRK-IND-ITEM) = ZEROS OR
              MOV-QUANTIDADE(WRK-IND-ITEM) = ZEROS
              MOVE "ITEM SEM PRODUTO OU QUANTIDADE"
                TO WRK-MOTIVO-REJEICAO
           END-IF.

       030-MOVER-DADOS-TAB-ASS.
           ADD 1 TO WRK-CONT-LIDOS-ASSANT.
           ADD 1 TO WRK-TAB-ASS-QTDE.
           MOVE WRK-ASS-REGISTRO TO TAB-ASS-REGISTRO(WRK-TAB-ASS-QTDE).
           PERFORM 043-LER-ASSANT.

      *O HISTORICO GUARDA OS PEDIDOS EM ABERTO E OS APURADOS NO
      *ULTIMO RUN - OS APURADOS ANTES DISSO SAEM.
       031-MOVER-DADOS-TAB-FAT.
           ADD 1 TO WRK-CONT-LIDOS-FATANT.
           IF FAT-SITUACAO = "G"
              ADD 1 TO WRK-TAB-FAT-QTDE
              SET IDX-FAT TO WRK-TAB-FAT-QTDE
              MOVE FAT-COD-CLIENTE   TO TAB-FAT-COD-CLIENTE(IDX-FAT)
              MOVE FAT-SEQ           TO TAB-FAT-SEQ(IDX-FAT)
              MOVE FAT-DATA-PEDIDO   TO TAB-FAT-DATA-PEDIDO(IDX-FAT)
              MOVE FAT-COD-COMPRA    TO TAB-FAT-COD-COMPRA(IDX-FAT)
              MOVE FAT-SITUACAO      TO TAB-FAT-SITUACAO(IDX-FAT)
              MOVE FAT-DATA-APURACAO
                TO TAB-FAT-DATA-APURACAO(IDX-FAT)
           END-IF.
           PERFORM 044-LER-FATANT.

      *APLICA UM MOVIMENTO DO ASSMOV NO MESTRE. O MOVIMENTO QUE NAO
      *PODE SER APLICADO SAI NO RELATORIO COM O MOTIVO.
       032-APLICAR-MOVIMENTO.
           ADD 1 TO WRK-CONT-LIDOS-ASSMOV.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 023-LOCALIZAR-ASSINATURA.
           PERFORM 064-LIMPAR-DETALHE.
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   IF ASSINATURA-ENCONTRADA
                      MOVE "ASSINATURA JA EXISTE"
                        TO WRK-MOTIVO-REJEICAO
                   ELSE
                      PERFORM 028-VALIDAR-DADOS-MOV
                   END-IF
                   IF WRK-MOTIVO-REJEICAO = SPACES
                      PERFORM 024-INCLUIR-ASSINATURA
                      MOVE "INCLUSAO"   TO DET-EVENTO
                   END-IF
               WHEN NOT ASSINATURA-ENCONTRADA
                   MOVE "ASSINATURA NAO ENCONTRADA"
                     TO WRK-MOTIVO-REJEICAO
               WHEN TAB-ASS-ENCERRADA(IDX-ASS) OR
                    TAB-ASS-CANCELADA(IDX-ASS)
                   MOVE "ASSINATURA ENCERRADA/CANCELADA"
                     TO WRK-MOTIVO-REJEICAO
               WHEN MOV-ALTERACAO
                   PERFORM 028-VALIDAR-DADOS-MOV
                   IF WRK-MOTIVO-REJEICAO = SPACES
                      PERFORM 026-ALTERAR-ASSINATURA
                      MOVE "ALTERACAO"  TO DET-EVENTO
                   END-IF
               WHEN MOV-PAUSA
                   IF TAB-ASS-PAUSADA(IDX-ASS)
                      MOVE "ASSINATURA JA ESTA PAUSADA"
                        TO WRK-MOTIVO-REJEICAO
                   ELSE
                      SET TAB-ASS-PAUSADA(IDX-ASS) TO TRUE
                      MOVE "PAUSA"      TO DET-EVENTO
                   END-IF
               WHEN MOV-REATIVACAO
                   IF TAB-ASS-ATIVA(IDX-ASS)
                      MOVE "ASSINATURA NAO ESTA PAUSADA"
                        TO WRK-MOTIVO-REJEICAO
                   ELSE
                      SET TAB-ASS-ATIVA(IDX-ASS) TO TRUE
                      IF TAB-ASS-PROXIMA-DATA(IDX-ASS) < WRK-DATA-SIS
                         MOVE WRK-DATA-SIS
                           TO TAB-ASS-PROXIMA-DATA(IDX-ASS)
                      END-IF
                      MOVE "REATIVACAO" TO DET-EVENTO
                   END-IF
               WHEN MOV-CANCELAMENTO
                   SET TAB-ASS-CANCELADA(IDX-ASS) TO TRUE
                   MOVE "CLIENTE"       TO TAB-ASS-MOTIVO(IDX-ASS)
                   ADD 1 TO WRK-CONT-CANCELADAS
                   MOVE "CANCELADA"     TO DET-EVENTO
                   MOVE "CANCELADA A PEDIDO DO CLIENTE"
                     TO DET-DETALHE
               WHEN OTHER
                   MOVE "TIPO DE MOVIMENTO INVALIDO"
                     TO WRK-MOTIVO-REJEICAO
           END-EVALUATE.

           IF WRK-MOTIVO-REJEICAO = SPACES
              ADD 1 TO WRK-CONT-MOV-APLICADOS
              MOVE TAB-ASS-PROXIMA-DATA(IDX-ASS) TO DET-DATA
           ELSE
              ADD 1 TO WRK-CONT-MOV-REJEITADOS
              MOVE "MOV.REJEIT." TO DET-EVENTO
              MOVE WRK-MOTIVO-REJEICAO TO DET-DETALHE
           END-IF.
           MOVE MOV-COD-CLIENTE TO DET-CLIENTE.
           MOVE MOV-SEQ         TO DET-SEQ.
           MOVE WRK-LINHA-DETALHE TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.
           PERFORM 045-LER-ASSMOV.

      *PEDIDO DA ASSINATURA: COMPRA DE HOJE COM A LOJA E O TIPO DE
      *PAGAMENTO DA ASSINATURA E O VENDEDOR DO PARMASS, UMA LINHA
      *POR ITEM, O DESCONTO NO ASSDESC E O PEDIDO NO HISTORICO DE
      *FATURAMENTO. A PROXIMA DATA ANDA A FREQUENCIA A PARTIR DE
      *HOJE.
       036-GERAR-PEDIDO-ASSINATURA.
           MOVE ZEROS                  TO WRK-COMPRA-REGISTRO.
           PERFORM 039-ATRIBUIR-CODIGO.
           MOVE TAB-ASS-TIPO-PAGTO(IDX-ASS)  TO COMPRA-TIPO-PAGTO.
           MOVE TAB-ASS-COD-CLIENTE(IDX-ASS) TO COMPRA-COD-CLIENTE.
           MOVE WRK-DATA-SIS                 TO COMPRA-DATA.
           MOVE PARMASS-COD-VENDEDOR         TO COMPRA-COD-VENDEDOR.
           MOVE TAB-ASS-COD-LOJA(IDX-ASS)    TO COMPRA-COD-LOJA.
           PERFORM 060-GRAVAR-COMPRA.
           PERFORM 037-GRAVAR-ITEM-PEDIDO
             VARYING WRK-IND-ITEM FROM 1 BY 1
               UNTIL WRK-IND-ITEM > TAB-ASS-QTD-ITENS(IDX-ASS).

           IF PARMASS-PCT-DESCONTO > ZEROS
              MOVE COMPRA-COD-COMPRA    TO ASSDESC-COD-COMPRA
              MOVE PARMASS-PCT-DESCONTO TO ASSDESC-PCT-DESCONTO
              WRITE FD-ASSDESC-REGISTRO FROM WRK-ASSDESC-REGISTRO
              IF WRK-FS-ASSDESC NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO ASSDESC - FS: "
                         WRK-FS-ASSDESC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-ASSDESC
           END-IF.

           IF WRK-TAB-FAT-QTDE = 9999
              DISPLAY "TABELA DE FATURAMENTO CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-FAT-QTDE.
           SET IDX-FAT TO WRK-TAB-FAT-QTDE.
           MOVE TAB-ASS-COD-CLIENTE(IDX-ASS)
             TO TAB-FAT-COD-CLIENTE(IDX-FAT).
           MOVE TAB-ASS-SEQ(IDX-ASS) TO TAB-FAT-SEQ(IDX-FAT).
           MOVE WRK-DATA-SIS         TO TAB-FAT-DATA-PEDIDO(IDX-FAT).
           MOVE COMPRA-COD-COMPRA    TO TAB-FAT-COD-COMPRA(IDX-FAT).
           SET TAB-FAT-GERADO(IDX-FAT) TO TRUE.
           MOVE ZEROS                TO TAB-FAT-DATA-APURACAO(IDX-FAT).

           PERFORM 038-CALCULAR-PROXIMA-DATA.
           ADD 1 TO WRK-CONT-PEDIDOS-GERADOS.
           PERFORM 064-LIMPAR-DETALHE.
           MOVE "PEDIDO"          TO DET-EVENTO.
           MOVE COMPRA-COD-COMPRA TO DET-COMPRA.
           MOVE TAB-ASS-PROXIMA-DATA(IDX-ASS) TO DET-DATA.
           MOVE "GERADO - DATA REF. E A PROXIMA" TO DET-DETALHE.
           PERFORM 062-GRAVAR-EVENTO.
           ADD 1 TO WRK-IND-PED.

       037-GRAVAR-ITEM-PEDIDO.
           MOVE COMPRA-COD-COMPRA TO COMPROD-COD-COMPRA.
           MOVE TAB-ASS-COD-PRODUTO(IDX-ASS, WRK-IND-ITEM)
             TO COMPROD-COD-PRODUTO.
           MOVE TAB-ASS-QUANTIDADE(IDX-ASS, WRK-IND-ITEM)
             TO COMPROD-QUANTIDADE.
           PERFORM 061-GRAVAR-COMPROD.

       038-CALCULAR-PROXIMA-DATA.
           MOVE 2           TO WRK-CALL-OPERACAO.
           MOVE WRK-DE-DIA  TO WRK-CALL-DIA.
           MOVE WRK-DE-MES  TO WRK-CALL-MES.
           MOVE WRK-DE-ANO  TO WRK-CALL-ANO.
           MOVE TAB-ASS-FREQ-DIAS(IDX-ASS) TO WRK-CALL-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-CALL-OPERACAO WRK-CALL-DIA
                                  WRK-CALL-MES WRK-CALL-ANO
                                  WRK-CALL-QTD-DIAS
                                  WRK-CALL-DIA-SEMANA
                                  WRK-CALL-NOME-DIA
                                  WRK-CALL-AVALIDA
                                  WRK-CALL-DATA2.
           MOVE WRK-CALL-ANO TO WRK-PROXIMA-ANO.
           MOVE WRK-CALL-MES TO WRK-PROXIMA-MES.
           MOVE WRK-CALL-DIA TO WRK-PROXIMA-DIA.
           MOVE WRK-DATA-PROXIMA-R TO TAB-ASS-PROXIMA-DATA(IDX-ASS).

      *PROXIMO CODIGO DA FAIXA DA ASSINATURA, GUARDADO COMO O ULTIMO
      *USADO PARA O NUMHOJE.
       039-ATRIBUIR-CODIGO.
           IF WRK-PROX-COMPRA > PARMASS-FAIXA-FINAL
              DISPLAY "FAIXA DE CODIGOS DA ASSINATURA ESGOTADA: "
                      PARMASS-FAIXA-INICIAL " A " PARMASS-FAIXA-FINAL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-PROX-COMPRA TO COMPRA-COD-COMPRA NUM-ULT-COMPRA.
           MOVE WRK-DATA-SIS    TO NUM-DATA-ULT.
           ADD 1 TO WRK-PROX-COMPRA.

       043-LER-ASSANT.
           READ ASSANT INTO WRK-ASS-REGISTRO.
           IF WRK-FS-ASSANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ASSANT - FS: " WRK-FS-ASSANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-FATANT.
           READ FATANT INTO WRK-FAT-REGISTRO.
           IF WRK-FS-FATANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FATANT - FS: " WRK-FS-FATANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-ASSMOV.
           READ ASSMOV INTO WRK-MOV-REGISTRO.
           IF WRK-FS-ASSMOV NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ASSMOV - FS: " WRK-FS-ASSMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 054-GRAVAR-CTLLOTE.
           PERFORM 059-GRAVAR-NUMHOJE.
           PERFORM 055-GRAVAR-ASSHOJE
             VARYING IDX-ASS FROM 1 BY 1
               UNTIL IDX-ASS > WRK-TAB-ASS-QTDE.
           PERFORM 056-GRAVAR-FATHOJE
             VARYING IDX-FAT FROM 1 BY 1
               UNTIL IDX-FAT > WRK-TAB-FAT-QTDE.
           PERFORM 057-GRAVAR-TOTAIS-ASSREL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos ASSANT......: "
                   WRK-CONT-LIDOS-ASSANT.
           DISPLAY "Quantidade de Registros Lidos FATANT......: "
                   WRK-CONT-LIDOS-FATANT.
           DISPLAY "Quantidade de Registros Lidos ASSMOV......: "
                   WRK-CONT-LIDOS-ASSMOV.
           DISPLAY "Quantidade de Movimentos Aplicados........: "
                   WRK-CONT-MOV-APLICADOS.
           DISPLAY "Quantidade de Movimentos Rejeitados.......: "
                   WRK-CONT-MOV-REJEITADOS.
           DISPLAY "Quantidade de Pedidos Faturados...........: "
                   WRK-CONT-FATURADOS.
           DISPLAY "Quantidade de Pedidos com Falha...........: "
                   WRK-CONT-FALHAS.
           DISPLAY "Quantidade de Pedidos Gerados.............: "
                   WRK-CONT-PEDIDOS-GERADOS.
           DISPLAY "Quantidade de Pedidos Nao Gerados (Pausa).: "
                   WRK-CONT-NAO-GERADOS-PAUSA.
           DISPLAY "Quantidade de Encerradas pela Data Fim....: "
                   WRK-CONT-ENCERRADAS.
           DISPLAY "Quantidade de Encerradas por Descontinuado: "
                   WRK-CONT-DESCONTINUADAS.
           DISPLAY "Quantidade de Assinaturas Canceladas......: "
                   WRK-CONT-CANCELADAS.
           DISPLAY "Quantidade de Registros Gravados COMPRA...: "
                   WRK-CONT-GRAVADOS-COMPRA.
           DISPLAY "Quantidade de Registros Gravados COMPROD..: "
                   WRK-CONT-GRAVADOS-COMPROD.
           DISPLAY "Quantidade de Registros Gravados ASSDESC..: "
                   WRK-CONT-GRAVADOS-ASSDESC.
           DISPLAY "Quantidade de Registros Gravados ASSHOJE..: "
                   WRK-CONT-GRAVADOS-ASSHOJE.
           DISPLAY "Quantidade de Registros Gravados FATHOJE..: "
                   WRK-CONT-GRAVADOS-FATHOJE.
           DISPLAY "Ultimo Codigo de Compra da Assinatura.....: "
                   NUM-ULT-COMPRA.

       052-FECHAR-ARQUIVOS.
           IF PRODSTAT-DISPONIVEL
              CLOSE PRODSTAT
           END-IF.

           IF PROCREG-DISPONIVEL
              CLOSE PROCREG
           END-IF.

           CLOSE COMPRA.
           IF WRK-FS-COMPRA NOT = "00"
              DISPLAY "ERRO CLOSE COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE COMPROD.
           IF WRK-FS-COMPROD NOT = "00"
              DISPLAY "ERRO CLOSE COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CTLLOTE.
           IF WRK-FS-CTLLOTE NOT = "00"
              DISPLAY "ERRO CLOSE CTLLOTE - FS: " WRK-FS-CTLLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ASSDESC.
           IF WRK-FS-ASSDESC NOT = "00"
              DISPLAY "ERRO CLOSE ASSDESC - FS: " WRK-FS-ASSDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ASSHOJE.
           IF WRK-FS-ASSHOJE NOT = "00"
              DISPLAY "ERRO CLOSE ASSHOJE - FS: " WRK-FS-ASSHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FATHOJE.
           IF WRK-FS-FATHOJE NOT = "00"
              DISPLAY "ERRO CLOSE FATHOJE - FS: " WRK-FS-FATHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NUMHOJE.
           IF WRK-FS-NUMHOJE NOT = "00"
              DISPLAY "ERRO CLOSE NUMHOJE - FS: " WRK-FS-NUMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ASSREL.
           IF WRK-FS-ASSREL NOT = "00"
              DISPLAY "ERRO CLOSE ASSREL - FS: " WRK-FS-ASSREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CONTROLE DA ENTREGA DOS PEDIDOS, COM A DATA DE HOJE.
       054-GRAVAR-CTLLOTE.
           MOVE WRK-CONT-GRAVADOS-COMPRA  TO CTLLOTE-QTD-COMPRA.
           MOVE WRK-CONT-GRAVADOS-COMPROD TO CTLLOTE-QTD-COMPROD.
           MOVE WRK-SOMA-QTD-GRAVADA      TO CTLLOTE-SOMA-QUANTIDADE.
           MOVE WRK-DATA-SIS              TO CTLLOTE-DATA-LOTE.
           WRITE FD-CTLLOTE-REGISTRO FROM WRK-CTLLOTE-REGISTRO.
           IF WRK-FS-CTLLOTE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CTLLOTE - FS: " WRK-FS-CTLLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       055-GRAVAR-ASSHOJE.
           MOVE TAB-ASS-REGISTRO(IDX-ASS) TO WRK-ASS-REGISTRO.
           WRITE FD-ASSHOJE-REGISTRO FROM WRK-ASS-REGISTRO.
           IF WRK-FS-ASSHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ASSHOJE - FS: " WRK-FS-ASSHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-ASSHOJE.

       056-GRAVAR-FATHOJE.
           MOVE SPACES TO WRK-FAT-REGISTRO.
           MOVE TAB-FAT-COD-CLIENTE(IDX-FAT)   TO FAT-COD-CLIENTE.
           MOVE TAB-FAT-SEQ(IDX-FAT)           TO FAT-SEQ.
           MOVE TAB-FAT-DATA-PEDIDO(IDX-FAT)   TO FAT-DATA-PEDIDO.
           MOVE TAB-FAT-COD-COMPRA(IDX-FAT)    TO FAT-COD-COMPRA.
           MOVE TAB-FAT-SITUACAO(IDX-FAT)      TO FAT-SITUACAO.
           MOVE TAB-FAT-DATA-APURACAO(IDX-FAT) TO FAT-DATA-APURACAO.
           WRITE FD-FATHOJE-REGISTRO FROM WRK-FAT-REGISTRO.
           IF WRK-FS-FATHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FATHOJE - FS: " WRK-FS-FATHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FATHOJE.

      *RESUMO DO RUN NO FINAL DO RELATORIO.
       057-GRAVAR-TOTAIS-ASSREL.
           MOVE WRK-LINHA-TRACO TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.
           MOVE "PEDIDOS GERADOS"                  TO TOT-DESCRICAO.
           MOVE WRK-CONT-PEDIDOS-GERADOS           TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PEDIDOS NAO GERADOS (PAUSA)"      TO TOT-DESCRICAO.
           MOVE WRK-CONT-NAO-GERADOS-PAUSA         TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PEDIDOS ANTERIORES FATURADOS"     TO TOT-DESCRICAO.
           MOVE WRK-CONT-FATURADOS                 TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PEDIDOS ANTERIORES COM FALHA"     TO TOT-DESCRICAO.
           MOVE WRK-CONT-FALHAS                    TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "ENCERRADAS PELA DATA FIM"         TO TOT-DESCRICAO.
           MOVE WRK-CONT-ENCERRADAS                TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "ENCERRADAS POR PRODUTO DESCONTINUADO"
                                                   TO TOT-DESCRICAO.
           MOVE WRK-CONT-DESCONTINUADAS            TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "CANCELADAS PELO CLIENTE"          TO TOT-DESCRICAO.
           MOVE WRK-CONT-CANCELADAS                TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "MOVIMENTOS REJEITADOS"            TO TOT-DESCRICAO.
           MOVE WRK-CONT-MOV-REJEITADOS            TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.

       058-GRAVAR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.

      *ULTIMO CODIGO USADO, PARA A NUMERACAO DO PROXIMO RUN. SEM
      *PEDIDOS HOJE, SEGUE O DO NUMANT.
       059-GRAVAR-NUMHOJE.
           WRITE FD-NUMHOJE-REGISTRO FROM WRK-NUM-REGISTRO.
           IF WRK-FS-NUMHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO NUMHOJE - FS: " WRK-FS-NUMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       060-GRAVAR-COMPRA.
           WRITE FD-COMPRA-REGISTRO FROM WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-COMPRA.

       061-GRAVAR-COMPROD.
           WRITE FD-COMPROD-REGISTRO FROM WRK-COMPROD-REGISTRO.
           IF WRK-FS-COMPROD NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMPROD - FS: " WRK-FS-COMPROD
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-COMPROD.
           ADD COMPROD-QUANTIDADE TO WRK-SOMA-QTD-GRAVADA.

      *OCORRENCIA DA ASSINATURA CORRENTE NO RELATORIO.
       062-GRAVAR-EVENTO.
           MOVE TAB-ASS-COD-CLIENTE(IDX-ASS) TO DET-CLIENTE.
           MOVE TAB-ASS-SEQ(IDX-ASS)         TO DET-SEQ.
           MOVE WRK-LINHA-DETALHE TO FD-ASSREL-REGISTRO.
           PERFORM 063-ESCREVER-ASSREL.

       063-ESCREVER-ASSREL.
           WRITE FD-ASSREL-REGISTRO.
           IF WRK-FS-ASSREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ASSREL - FS: " WRK-FS-ASSREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       064-LIMPAR-DETALHE.
           MOVE ZEROS  TO DET-CLIENTE DET-SEQ DET-COMPRA DET-DATA
                          DET-PRODUTO.
           MOVE SPACES TO DET-EVENTO DET-DETALHE.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX30".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

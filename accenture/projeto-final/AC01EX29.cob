       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX29.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX29
      *LEADS DE VENDA CRUZADA - RODADA MENSAL, DEPOIS DA
      *SEGMENTACAO RFM (AC00EX70) E DA CARTEIRA DE SEGUROS
      *(AC00EX08). O CLIENTE DA LOJA NOS SEGMENTOS DE TOPO (LIDOS
      *DO PARMXSEL; SEM ELE, 333, 332, 323 E 233) QUE NAO TEM
      *CONTA NO CADCLIN (PELO MAPA MAPCLI), OU QUE NAO TEM APOLICE
      *NO CLISEGU (PELO MAPA MAPSEG, CODIGO DA LOJA X CODIGO DO
      *SEGURADO), OU NENHUM DOS DOIS, VIRA LEAD PARA O BANCO (B),
      *PARA OS SEGUROS (S) OU PARA AMBOS (A). FICA FORA O CLIENTE
      *APAGADO PELA LGPD (LGPDBLK) E O QUE PEDIU PARA NAO SER
      *CONTATADO (CONSENT), PELO CODIGO DA LOJA OU PELA CONTA.
      *O LEAD SAI EM LEADPROP NO LAYOUT DA PROPOSTA DO AC00EX08,
      *COM A FAIXA PELA RENDA DA CONTA (FAIXA 1 SEM CONTA), O
      *PREMIO COTADO PELO PARMPREMIO QUANDO HA RENDA E A VALIDADE
      *DE 30 DIAS, E O PIPELINE POR FAIXA SAI EM LEADPIPE NO
      *LAYOUT DO PIPEREL.
      *O HISTORICO DE LEADS (LEADANT/LEADHOJE) GUARDA A ORIGEM E A
      *DATA DE CADA LEAD. A CADA RUN O LEAD EM ABERTO E CONFERIDO:
      *O CLIENTE QUE ABRIU A CONTA OU CONTRATOU O SEGURO QUE
      *FALTAVA E DADO COMO CONVERTIDO, E O RELATORIO LEADCONV
      *MOSTRA A CONVERSAO POR ORIGEM. CLIENTE COM LEAD EM ABERTO
      *NAO RECEBE OUTRO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *MESTRE DE SEGMENTACAO RFM DO AC00EX70
       SELECT SEGMCLI  ASSIGN    TO SEGMCLI
                      FILE STATUS    IS WRK-FS-SEGMCLI.

      *SEGMENTOS DE TOPO (OPCIONAL)
       SELECT PARMXSEL ASSIGN    TO PARMXSEL
                      FILE STATUS    IS WRK-FS-PARMXSEL.

      *GERACOES DE CLITOT CONCATENADAS, PARA O NOME DO CLIENTE
       SELECT CLITOT   ASSIGN    TO CLITOT
                      FILE STATUS    IS WRK-FS-CLITOT.

      *MAPA DE CHAVES VENDAS X BANCO (OPCIONAL - SEM ELE, NENHUM
      *CLIENTE DA LOJA TEM CONTA)
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

      *CONTAS DO BANCO
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *MAPA DE CHAVES VENDAS X SEGURADO (OPCIONAL - SEM ELE, NENHUM
      *CLIENTE DA LOJA TEM APOLICE)
       SELECT MAPSEG   ASSIGN    TO MAPSEG
                      FILE STATUS    IS WRK-FS-MAPSEG.

      *CARTEIRA DE SEGUROS DO AC00EX08
       SELECT CLISEGU  ASSIGN    TO CLISEGU
                      FILE STATUS    IS WRK-FS-CLISEGU.

      *REGISTRO UNICO DE CONSENTIMENTO E OPT-OUT DE CONTATO
       SELECT CONSENT  ASSIGN    TO CONSENT
                      FILE STATUS    IS WRK-FS-CONSENT.

      *CHAVES APAGADAS A PEDIDO DO TITULAR (AC00EX76) - OPCIONAL
       SELECT LGPDBLK  ASSIGN    TO LGPDBLK
                      FILE STATUS    IS WRK-FS-LGPDBLK.

      *PERCENTUAL DE PREMIO POR FAIXA DE RENDA (OPCIONAL - SEM ELE
      *O LEAD SAI SEM PREMIO COTADO)
       SELECT PARMPREMIO ASSIGN   TO PARMPREMIO
                      FILE STATUS    IS WRK-FS-PARMPREMIO.

      *HISTORICO DE LEADS DO RUN ANTERIOR (OPCIONAL NA PRIMEIRA
      *EXECUCAO) E NOVA GERACAO
       SELECT LEADANT  ASSIGN    TO LEADANT
                      FILE STATUS    IS WRK-FS-LEADANT.

       SELECT LEADHOJE ASSIGN    TO LEADHOJE
                      FILE STATUS    IS WRK-FS-LEADHOJE.

      *LEADS DO RUN, NO LAYOUT DA PROPOSTA DO AC00EX08
       SELECT LEADPROP ASSIGN    TO LEADPROP
                      FILE STATUS    IS WRK-FS-LEADPROP.

      *PIPELINE DOS LEADS POR FAIXA, NO LAYOUT DO PIPEREL
       SELECT LEADPIPE ASSIGN    TO LEADPIPE
                      FILE STATUS    IS WRK-FS-LEADPIPE.

      *RELATORIO DE CONVERSAO POR ORIGEM DO LEAD
       SELECT LEADCONV ASSIGN    TO LEADCONV
                      FILE STATUS    IS WRK-FS-LEADCONV.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  SEGMCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SEGMCLI-REGISTRO     PIC X(040).

       FD  PARMXSEL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMXSEL-REGISTRO    PIC X(003).

       FD  CLITOT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLITOT-REGISTRO      PIC X(054).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  MAPSEG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPSEG-REGISTRO      PIC X(008).

       FD  CLISEGU
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLISEGU-REGISTRO     PIC X(104).

       FD  CONSENT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONSENT-REGISTRO     PIC X(025).

       FD  LGPDBLK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LGPDBLK-REGISTRO     PIC X(016).

       FD  PARMPREMIO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPREMIO-REGISTRO  PIC X(020).

       FD  LEADANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LEADANT-REGISTRO     PIC X(030).

       FD  LEADHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LEADHOJE-REGISTRO    PIC X(030).

       FD  LEADPROP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LEADPROP-REGISTRO    PIC X(065).

       FD  LEADPIPE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LEADPIPE-REGISTRO    PIC X(021).

       FD  LEADCONV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LEADCONV-REGISTRO    PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-SEGMCLI        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMXSEL       PIC X(002) VALUE SPACES.
           05 WRK-FS-CLITOT         PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPSEG         PIC X(002) VALUE SPACES.
           05 WRK-FS-CLISEGU        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONSENT        PIC X(002) VALUE SPACES.
           05 WRK-FS-LGPDBLK        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPREMIO     PIC X(002) VALUE SPACES.
           05 WRK-FS-LEADANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-LEADHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-LEADPROP       PIC X(002) VALUE SPACES.
           05 WRK-FS-LEADPIPE       PIC X(002) VALUE SPACES.
           05 WRK-FS-LEADCONV       PIC X(002) VALUE SPACES.

      *LAYOUT DO MESTRE DE SEGMENTACAO - MESMO DO AC00EX70
       01  WRK-SEGM-REGISTRO.
           05 SEGM-COD-CLIENTE      PIC  9(003).
           05 SEGM-SEGMENTO         PIC  X(003).
           05 SEGM-QTD-COMPRAS      PIC  9(005).
           05 SEGM-VALOR-TOTAL      PIC  9(011)V99.
           05 SEGM-DATA-ULTIMA      PIC  9(008).
           05 SEGM-DIAS-RECENCIA    PIC  9(005).
           05 FILLER                PIC  X(003).

      *LAYOUT DE PARMXSEL - SEGMENTO RFM DE TOPO
       01  WRK-PARMXSEL-REGISTRO.
           05 PARMXSEL-SEGMENTO     PIC X(003).

      *LAYOUT DE CLITOT (DETALHE) - MESMO DO AC00EX70
       01  WRK-CLITOT-REGISTRO.
           05 CLITOT-COD-CLIENTE    PIC 9(003).
           05 FILLER                PIC X(001).
           05 CLITOT-NOME-CLIENTE   PIC X(020).
           05 FILLER                PIC X(001).
           05 CLITOT-VALOR-BTO      PIC X(014).
           05 FILLER                PIC X(001).
           05 CLITOT-VALOR-LIQ      PIC X(014).

       01  WRK-CLITOT-TIPO-REG REDEFINES WRK-CLITOT-REGISTRO.
           05 CLITOT-TIPO-REG       PIC X(010).
           05 FILLER                PIC X(044).

      *LAYOUT DE MAPCLI - CONTA BANCARIA DE CADA CLIENTE DE VENDAS
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE MAPSEG - CODIGO DO SEGURADO DE CADA CLIENTE DE
      *VENDAS
       01  WRK-MAPSEG-REGISTRO.
           05 MAPSEG-COD-CLIENTE    PIC 9(003).
           05 MAPSEG-COD-SEGURADO   PIC 9(005).

      *LAYOUT DE CLISEGU - MESMO GERADO PELO AC00EX08
       01  WRK-CLISEGU-REGISTRO.
           05 CLISEGU-COD-CLIENTE   PIC 9(005).
           05 CLISEGU-NOME-CLIENTE  PIC X(040).
           05 CLISEGU-COD-PRODUTO   PIC 9(005).
           05 CLISEGU-NOME-PRODUTO  PIC X(040).
           05 CLISEGU-VALOR-PRODUTO PIC S9(009)V99.
           05 CLISEGU-QTD-PRODUTOS  PIC 9(003).

      *LAYOUT DO REGISTRO DE CONSENTIMENTO - A CHAVE DO CLIENTE DE
      *VENDAS E O CODIGO ALINHADO A ESQUERDA NA CHAVE GENERICA
       01  WRK-CONSENT-REGISTRO.
           05 CONSENT-CHAVE         PIC X(015).
           05 CONSENT-OPT           PIC X(001).
               88 CONSENT-OPT-OUT      VALUE "N".
           05 CONSENT-DATA          PIC 9(008).
           05 FILLER                PIC X(001).

      *LAYOUT DE LGPDBLK - MESMO GRAVADO PELO AC00EX76
       01  WRK-LGPDBLK-REGISTRO.
           05 LGPDBLK-TIPO          PIC X(001).
           05 LGPDBLK-CHAVE         PIC X(015).

      *LAYOUT DE PARMPREMIO - PERCENTUAL POR FAIXA DE RENDA 1 A 4
       01  WRK-PARMPREMIO-REGISTRO.
           05 PARMPREMIO-PCT-FAIXA  PIC 9(003)V99 OCCURS 4 TIMES.

      *LAYOUT DO HISTORICO DE LEADS (LEADANT/LEADHOJE)
       01  WRK-LEAD-REGISTRO.
           05 LEAD-COD-CLIENTE      PIC 9(003).
           05 LEAD-ORIGEM           PIC X(001).
           05 LEAD-SEGMENTO         PIC X(003).
           05 LEAD-DATA-GERACAO     PIC 9(008).
           05 LEAD-SITUACAO         PIC X(001).
           05 LEAD-DATA-CONVERSAO   PIC 9(008).
           05 FILLER                PIC X(006).

      *LAYOUT DE LEADPROP - MESMO DA PROPOSTA DO AC00EX08
       01  WRK-PROPOSTA-REGISTRO.
           05 PROPOSTA-COD-CLIENTE  PIC 9(005).
           05 PROPOSTA-NOME-CLIENTE PIC X(040).
           05 PROPOSTA-FAIXA-RENDA  PIC X(001).
           05 PROPOSTA-VALOR-PREMIO PIC 9(009)V99.
           05 PROPOSTA-DATA-VALIDADE PIC 9(008).

      *LAYOUT DE LEADPIPE - MESMO DO PIPEREL DO AC00EX08
       01  WRK-PIPEREL-REGISTRO.
           05 PIPEREL-FAIXA         PIC X(001).
           05 PIPEREL-QTD-PROPOSTAS PIC 9(007).
           05 PIPEREL-VALOR-TOTAL   PIC 9(011)V99.

      *ACUMULADORES DE PIPELINE POR FAIXA DE RENDA 1 A 4
       01  WRK-PIPELINE-ACUMULADORES.
           05 WRK-PIPE-QTD          PIC 9(007) OCCURS 4 TIMES.
           05 WRK-PIPE-VALOR        PIC 9(011)V99 OCCURS 4 TIMES.

      *ACUMULADORES DE CONVERSAO POR ORIGEM (1 = B, 2 = S, 3 = A)
       01  WRK-CONVERSAO-ACUMULADORES.
           05 WRK-ORIG-NOVOS        PIC 9(005) OCCURS 3 TIMES.
           05 WRK-ORIG-CONV-RUN     PIC 9(005) OCCURS 3 TIMES.
           05 WRK-ORIG-ABERTOS      PIC 9(005) OCCURS 3 TIMES.
           05 WRK-ORIG-TOT-GER      PIC 9(005) OCCURS 3 TIMES.
           05 WRK-ORIG-TOT-CONV     PIC 9(005) OCCURS 3 TIMES.

       01  WRK-NOMES-ORIGEM.
           05 FILLER                PIC X(016) VALUE "CONTA BANCARIA".
           05 FILLER                PIC X(016) VALUE "SEGURO".
           05 FILLER                PIC X(016) VALUE "CONTA E SEGURO".

       01  WRK-TAB-NOME-ORIGEM REDEFINES WRK-NOMES-ORIGEM.
           05 WRK-NOME-ORIGEM       PIC X(016) OCCURS 3 TIMES.

       01  WRK-IND-ORIGEM           PIC 9(001) VALUE ZEROS.
       01  WRK-IND-FAIXA            PIC 9(001) VALUE ZEROS.

      *SEGMENTOS DE TOPO
       01  WRK-TAB-TOP-QTDE         PIC 9(002) VALUE ZEROS.

       01  TAB-TOP-REGISTRO OCCURS 1 TO 27 TIMES
               DEPENDING ON WRK-TAB-TOP-QTDE
               INDEXED BY IDX-TOP.
           05 TAB-TOP-SEGMENTO      PIC X(003).

      *NOME DE CADA CLIENTE DA LOJA, PELO CLITOT
       01  WRK-TAB-NOME-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-NOME-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-NOME-QTDE
               INDEXED BY IDX-NOME.
           05 TAB-NOME-COD-CLIENTE  PIC 9(003).
           05 TAB-NOME-NOME         PIC X(020).

      *CONTA BANCARIA DE CADA CLIENTE DA LOJA, PELO MAPCLI
       01  WRK-TAB-MAPA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-MAPA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MAPA-QTDE
               INDEXED BY IDX-MAPA.
           05 TAB-MAPA-COD-CLIENTE  PIC 9(003).
           05 TAB-MAPA-CHAVE        PIC X(015).

      *CONTAS DO BANCO COM A RENDA DO TITULAR
       01  WRK-TAB-CONTA-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-CONTA-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CONTA-QTDE
               INDEXED BY IDX-CONTA.
           05 TAB-CONTA-CHAVE       PIC X(015).
           05 TAB-CONTA-RENDA       PIC S9(011)V99.

      *CODIGO DO SEGURADO DE CADA CLIENTE DA LOJA, PELO MAPSEG
       01  WRK-TAB-MSG-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MSG-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-MSG-QTDE
               INDEXED BY IDX-MSG.
           05 TAB-MSG-COD-CLIENTE   PIC 9(003).
           05 TAB-MSG-COD-SEGURADO  PIC 9(005).

      *SEGURADOS COM PELO MENOS UMA APOLICE NO CLISEGU
       01  WRK-TAB-SEGU-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-SEGU-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-SEGU-QTDE
               INDEXED BY IDX-SEGU.
           05 TAB-SEGU-COD-SEGURADO PIC 9(005).

      *OPT-OUTS DO REGISTRO DE CONSENTIMENTO
       01  WRK-TAB-CONS-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CONS-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CONS-QTDE
               INDEXED BY IDX-CONS.
           05 TAB-CONS-CHAVE        PIC X(015).

      *CHAVES APAGADAS PELA LGPD - TIPO C COM O CODIGO DA LOJA
      *ALINHADO A ESQUERDA, TIPO B COM A CHAVE DA CONTA
       01  WRK-TAB-BLK-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-BLK-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-BLK-QTDE
               INDEXED BY IDX-BLK.
           05 TAB-BLK-TIPO          PIC X(001).
           05 TAB-BLK-CHAVE         PIC X(015).

      *HISTORICO DE LEADS - O DO RUN ANTERIOR MAIS OS NOVOS
       01  WRK-TAB-LEAD-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-LEAD-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-LEAD-QTDE
               INDEXED BY IDX-LEAD.
           05 TAB-LEAD-COD-CLIENTE  PIC 9(003).
           05 TAB-LEAD-ORIGEM       PIC X(001).
           05 TAB-LEAD-SEGMENTO     PIC X(003).
           05 TAB-LEAD-DATA-GERACAO PIC 9(008).
           05 TAB-LEAD-SITUACAO     PIC X(001).
               88 TAB-LEAD-PENDENTE    VALUE "P".
               88 TAB-LEAD-CONVERTIDO  VALUE "C".
           05 TAB-LEAD-DATA-CONVERSAO PIC 9(008).

      *CLIENTE CORRENTE E AS SUAS LIGACOES COM O BANCO E OS SEGUROS
       01  WRK-COD-CLIENTE          PIC 9(003) VALUE ZEROS.
       01  WRK-CHAVE-BANCO          PIC X(015) VALUE SPACES.
       01  WRK-COD-SEGURADO         PIC 9(005) VALUE ZEROS.
       01  WRK-RENDA-CLIENTE        PIC S9(011)V99 VALUE ZEROS.
       01  WRK-CHAVE-CONSENT        PIC X(015) VALUE SPACES.
       01  WRK-ORIGEM               PIC X(001) VALUE SPACES.

       01  WRK-SW-TOP               PIC 9(001) VALUE ZEROS.
           88 SEGMENTO-TOP             VALUE 1.
           88 SEGMENTO-COMUM           VALUE 0.

       01  WRK-SW-CONTA             PIC 9(001) VALUE ZEROS.
           88 TEM-CONTA                VALUE 1.
           88 SEM-CONTA                VALUE 0.

       01  WRK-SW-SEGURO            PIC 9(001) VALUE ZEROS.
           88 TEM-SEGURO               VALUE 1.
           88 SEM-SEGURO               VALUE 0.

       01  WRK-SW-CONTATO           PIC 9(001) VALUE ZEROS.
           88 CONTATO-PERMITIDO        VALUE 0.
           88 CONTATO-SUPRIMIDO        VALUE 1.

       01  WRK-SW-LEAD              PIC 9(001) VALUE ZEROS.
           88 LEAD-NOVO                VALUE 0.
           88 LEAD-EM-ABERTO           VALUE 1.

      *MODO DE COTACAO - LIGADO QUANDO PARMPREMIO EXISTE
       01  WRK-SW-COTACAO           PIC 9(001) VALUE ZEROS.
           88 COTACAO-LIGADA           VALUE 1.
           88 COTACAO-DESLIGADA        VALUE 0.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

      *VALIDADE DO LEAD (HOJE + 30 DIAS)
       01  WRK-DATA-VALIDADE.
           05 WRK-VALIDADE-ANO      PIC 9(004).
           05 WRK-VALIDADE-MES      PIC 9(002).
           05 WRK-VALIDADE-DIA      PIC 9(002).

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL PARA A VALIDADE
       01  WRK-CALL-OPERACAO        PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-DIA             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-MES             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-ANO             PIC 9(004) VALUE ZEROS.
       01  WRK-CALL-QTD-DIAS        PIC S9(005) VALUE ZEROS.
       01  WRK-CALL-DIA-SEMANA      PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-NOME-DIA        PIC X(013) VALUE SPACES.
       01  WRK-CALL-AVALIDA         PIC X(001) VALUE SPACES.
       01  WRK-CALL-DATA2           PIC 9(008) VALUE ZEROS.

      *LINHAS DO RELATORIO LEADCONV
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(049) VALUE
              "LEADS DE VENDA CRUZADA - CONVERSAO POR ORIGEM EM ".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(021) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(040) VALUE
              "ORIGEM              NOVOS CONV.RUN  ABER".
           05 FILLER                PIC X(040) VALUE
              "TOS  TOT.GER TOT.CONV PCT CONV          ".

       01  WRK-LINHA-DETALHE.
           05 DET-ORIGEM            PIC X(016).
           05 FILLER                PIC X(003) VALUE SPACES.
           05 DET-NOVOS             PIC ZZ.ZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 DET-CONV-RUN          PIC ZZ.ZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 DET-ABERTOS           PIC ZZ.ZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 DET-TOT-GER           PIC ZZ.ZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 DET-TOT-CONV          PIC ZZ.ZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 DET-PCT-CONV          PIC ZZ9,99.
           05 FILLER                PIC X(010) VALUE SPACES.

       01  WRK-PCT-CONVERSAO        PIC 9(003)V99 VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-SEGMCLI      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-LEADANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEGMENTO-TOP       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-JA-CLIENTES        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-BLOQUEADOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LEAD-EM-ABERTO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-LEADPROP  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CONVERTIDOS        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-LEADHOJE  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX29-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-SEGMCLI = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX29 INICIADO - LEADS VENDA CRUZADA"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           INITIALIZE WRK-PIPELINE-ACUMULADORES
                      WRK-CONVERSAO-ACUMULADORES.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 011-CARREGAR-PARMPREMIO.
           PERFORM 013-CARREGAR-TABELA-TOP.
           PERFORM 014-CARREGAR-TABELA-MAPA.
           PERFORM 015-CARREGAR-TABELA-CONTA.
           PERFORM 016-CARREGAR-TABELA-MAPSEG.
           PERFORM 017-CARREGAR-TABELA-SEGU.
           PERFORM 018-CARREGAR-TABELA-CONSENT.
           PERFORM 019-CARREGAR-TABELA-LGPDBLK.
           PERFORM 021-CARREGAR-TABELA-NOME.
           PERFORM 022-CARREGAR-LEADANT.
           PERFORM 023-APURAR-CONVERSOES.
           PERFORM 040-LER-SEGMCLI.
           IF WRK-FS-SEGMCLI = "10"
              DISPLAY "MESTRE SEGMCLI VAZIO"
           END-IF.

      *PERCENTUAIS DE PREMIO POR FAIXA, COMO NO AC00EX08, E A DATA
      *DE VALIDADE DO LEAD (HOJE + 30 DIAS, VIA DATAUTIL).
       011-CARREGAR-PARMPREMIO.
           OPEN INPUT   PARMPREMIO.
           IF WRK-FS-PARMPREMIO = "35"
              SET COTACAO-DESLIGADA TO TRUE
           ELSE
              IF WRK-FS-PARMPREMIO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMPREMIO - FS: "
                         WRK-FS-PARMPREMIO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMPREMIO INTO WRK-PARMPREMIO-REGISTRO
              IF WRK-FS-PARMPREMIO NOT = "00"
                 DISPLAY "ERRO LEITURA PARMPREMIO - FS: "
                         WRK-FS-PARMPREMIO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET COTACAO-LIGADA TO TRUE
              CLOSE PARMPREMIO
           END-IF.

           MOVE 2           TO WRK-CALL-OPERACAO.
           MOVE WRK-DE-DIA  TO WRK-CALL-DIA.
           MOVE WRK-DE-MES  TO WRK-CALL-MES.
           MOVE WRK-DE-ANO  TO WRK-CALL-ANO.
           MOVE 30          TO WRK-CALL-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-CALL-OPERACAO WRK-CALL-DIA
                                  WRK-CALL-MES WRK-CALL-ANO
                                  WRK-CALL-QTD-DIAS
                                  WRK-CALL-DIA-SEMANA
                                  WRK-CALL-NOME-DIA
                                  WRK-CALL-AVALIDA
                                  WRK-CALL-DATA2.
           MOVE WRK-CALL-ANO TO WRK-VALIDADE-ANO.
           MOVE WRK-CALL-MES TO WRK-VALIDADE-MES.
           MOVE WRK-CALL-DIA TO WRK-VALIDADE-DIA.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    SEGMCLI.
           IF WRK-FS-SEGMCLI NOT = ZEROS
              DISPLAY "ERRO ABERTURA SEGMCLI - FS: " WRK-FS-SEGMCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LEADHOJE.
           IF WRK-FS-LEADHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA LEADHOJE - FS: " WRK-FS-LEADHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LEADPROP.
           IF WRK-FS-LEADPROP NOT = ZEROS
              DISPLAY "ERRO ABERTURA LEADPROP - FS: " WRK-FS-LEADPROP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LEADPIPE.
           IF WRK-FS-LEADPIPE NOT = ZEROS
              DISPLAY "ERRO ABERTURA LEADPIPE - FS: " WRK-FS-LEADPIPE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   LEADCONV.
           IF WRK-FS-LEADCONV NOT = ZEROS
              DISPLAY "ERRO ABERTURA LEADCONV - FS: " WRK-FS-LEADCONV
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEGMENTOS DE TOPO DO PARAMETRO; SEM ELE, OS QUATRO SEGMENTOS
      *COM SOMA DE NOTAS 8 OU MAIS.
       013-CARREGAR-TABELA-TOP.
           OPEN INPUT   PARMXSEL.
           IF WRK-FS-PARMXSEL = "35"
              MOVE 4     TO WRK-TAB-TOP-QTDE
              MOVE "333" TO TAB-TOP-SEGMENTO(1)
              MOVE "332" TO TAB-TOP-SEGMENTO(2)
              MOVE "323" TO TAB-TOP-SEGMENTO(3)
              MOVE "233" TO TAB-TOP-SEGMENTO(4)
           ELSE
              IF WRK-FS-PARMXSEL NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMXSEL - FS: "
                         WRK-FS-PARMXSEL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 041-LER-PARMXSEL
              PERFORM 030-MOVER-DADOS-TAB-TOP
                UNTIL WRK-FS-PARMXSEL = "10"
              CLOSE PARMXSEL
              IF WRK-FS-PARMXSEL NOT = "00"
                 DISPLAY "ERRO CLOSE PARMXSEL - FS: " WRK-FS-PARMXSEL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-TAB-TOP-QTDE = ZEROS
                 DISPLAY "PARMXSEL SEM SEGMENTOS DE TOPO"
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       014-CARREGAR-TABELA-MAPA.
           OPEN INPUT   MAPCLI.
           IF WRK-FS-MAPCLI = "35"
              MOVE ZEROS TO WRK-TAB-MAPA-QTDE
           ELSE
              IF WRK-FS-MAPCLI NOT = ZEROS
                 DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-MAPCLI
              PERFORM 031-MOVER-DADOS-TAB-MAPA
                UNTIL WRK-FS-MAPCLI = "10"
              CLOSE MAPCLI
              IF WRK-FS-MAPCLI NOT = "00"
                 DISPLAY "ERRO CLOSE MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       015-CARREGAR-TABELA-CONTA.
           OPEN INPUT   CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 043-LER-CADCLIN.
           PERFORM 032-MOVER-DADOS-TAB-CONTA
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       016-CARREGAR-TABELA-MAPSEG.
           OPEN INPUT   MAPSEG.
           IF WRK-FS-MAPSEG = "35"
              MOVE ZEROS TO WRK-TAB-MSG-QTDE
           ELSE
              IF WRK-FS-MAPSEG NOT = ZEROS
                 DISPLAY "ERRO ABERTURA MAPSEG - FS: " WRK-FS-MAPSEG
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-MAPSEG
              PERFORM 033-MOVER-DADOS-TAB-MSG
                UNTIL WRK-FS-MAPSEG = "10"
              CLOSE MAPSEG
              IF WRK-FS-MAPSEG NOT = "00"
                 DISPLAY "ERRO CLOSE MAPSEG - FS: " WRK-FS-MAPSEG
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       017-CARREGAR-TABELA-SEGU.
           OPEN INPUT   CLISEGU.
           IF WRK-FS-CLISEGU NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLISEGU - FS: " WRK-FS-CLISEGU
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 045-LER-CLISEGU.
           PERFORM 034-MOVER-DADOS-TAB-SEGU
             UNTIL WRK-FS-CLISEGU = "10".
           CLOSE CLISEGU.
           IF WRK-FS-CLISEGU NOT = "00"
              DISPLAY "ERRO CLOSE CLISEGU - FS: " WRK-FS-CLISEGU
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS OPT-OUTS DO REGISTRO DE CONSENTIMENTO. SEM O
      *ARQUIVO, NINGUEM E SUPRIMIDO.
       018-CARREGAR-TABELA-CONSENT.
           OPEN INPUT   CONSENT.
           IF WRK-FS-CONSENT = "35"
              MOVE ZEROS TO WRK-TAB-CONS-QTDE
           ELSE
              IF WRK-FS-CONSENT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-CONSENT
              PERFORM 035-MOVER-DADOS-TAB-CONS
                UNTIL WRK-FS-CONSENT = "10"
              CLOSE CONSENT
              IF WRK-FS-CONSENT NOT = "00"
                 DISPLAY "ERRO CLOSE CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       019-CARREGAR-TABELA-LGPDBLK.
           OPEN INPUT   LGPDBLK.
           IF WRK-FS-LGPDBLK = "35"
              MOVE ZEROS TO WRK-TAB-BLK-QTDE
           ELSE
              IF WRK-FS-LGPDBLK NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LGPDBLK - FS: "
                         WRK-FS-LGPDBLK
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-LGPDBLK
              PERFORM 036-MOVER-DADOS-TAB-BLK
                UNTIL WRK-FS-LGPDBLK = "10"
              CLOSE LGPDBLK
           END-IF.

      *NOME DE CADA CLIENTE DA LOJA PARA O LEAD. COM AS GERACOES
      *CONCATENADAS, VALE O NOME DA ULTIMA LIDA.
       021-CARREGAR-TABELA-NOME.
           OPEN INPUT   CLITOT.
           IF WRK-FS-CLITOT NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLITOT - FS: " WRK-FS-CLITOT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 048-LER-CLITOT.
           PERFORM 037-MOVER-DADOS-TAB-NOME
             UNTIL WRK-FS-CLITOT = "10".
           CLOSE CLITOT.
           IF WRK-FS-CLITOT NOT = "00"
              DISPLAY "ERRO CLOSE CLITOT - FS: " WRK-FS-CLITOT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       022-CARREGAR-LEADANT.
           OPEN INPUT   LEADANT.
           IF WRK-FS-LEADANT = "35"
              MOVE ZEROS TO WRK-TAB-LEAD-QTDE
           ELSE
              IF WRK-FS-LEADANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LEADANT - FS: " WRK-FS-LEADANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 049-LER-LEADANT
              PERFORM 038-MOVER-DADOS-TAB-LEAD
                UNTIL WRK-FS-LEADANT = "10"
              CLOSE LEADANT
              IF WRK-FS-LEADANT NOT = "00"
                 DISPLAY "ERRO CLOSE LEADANT - FS: " WRK-FS-LEADANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CONFERE OS LEADS EM ABERTO DOS RUNS ANTERIORES CONTRA A
      *SITUACAO DE HOJE, ANTES DE GERAR OS NOVOS.
       023-APURAR-CONVERSOES.
           PERFORM 024-VERIFICAR-CONVERSAO
             VARYING IDX-LEAD FROM 1 BY 1
               UNTIL IDX-LEAD > WRK-TAB-LEAD-QTDE.

      *LEAD DO BANCO CONVERTE COM A CONTA ABERTA, LEAD DE SEGURO COM
      *A APOLICE CONTRATADA, E LEAD DE AMBOS COM QUALQUER UM DOS
      *DOIS.
       024-VERIFICAR-CONVERSAO.
           IF TAB-LEAD-PENDENTE(IDX-LEAD)
              MOVE TAB-LEAD-COD-CLIENTE(IDX-LEAD) TO WRK-COD-CLIENTE
              PERFORM 025-VERIFICAR-CONTA
              PERFORM 026-VERIFICAR-SEGURO
              MOVE TAB-LEAD-ORIGEM(IDX-LEAD) TO WRK-ORIGEM
              PERFORM 039-DEFINIR-IND-ORIGEM
              IF (WRK-ORIGEM = "B" AND TEM-CONTA) OR
                 (WRK-ORIGEM = "S" AND TEM-SEGURO) OR
                 (WRK-ORIGEM = "A" AND (TEM-CONTA OR TEM-SEGURO))
                 SET TAB-LEAD-CONVERTIDO(IDX-LEAD) TO TRUE
                 MOVE WRK-DATA-SIS
                   TO TAB-LEAD-DATA-CONVERSAO(IDX-LEAD)
                 ADD 1 TO WRK-CONT-CONVERTIDOS
                 ADD 1 TO WRK-ORIG-CONV-RUN(WRK-IND-ORIGEM)
              END-IF
           END-IF.

      *CLIENTE DE TOPO SEM CONTA OU SEM SEGURO VIRA LEAD, SALVO SE
      *BLOQUEADO OU SE JA TEM LEAD EM ABERTO.
       020-PROCESSAR.
           ADD 1 TO WRK-CONT-LIDOS-SEGMCLI.
           MOVE SEGM-COD-CLIENTE TO WRK-COD-CLIENTE.
           PERFORM 027-VERIFICAR-SEGMENTO.
           IF SEGMENTO-TOP
              ADD 1 TO WRK-CONT-SEGMENTO-TOP
              PERFORM 025-VERIFICAR-CONTA
              PERFORM 026-VERIFICAR-SEGURO
              IF TEM-CONTA AND TEM-SEGURO
                 ADD 1 TO WRK-CONT-JA-CLIENTES
              ELSE
                 PERFORM 028-VERIFICAR-BLOQUEIO
                 IF CONTATO-SUPRIMIDO
                    ADD 1 TO WRK-CONT-BLOQUEADOS
                 ELSE
                    PERFORM 029-VERIFICAR-LEAD-ABERTO
                    IF LEAD-EM-ABERTO
                       ADD 1 TO WRK-CONT-LEAD-EM-ABERTO
                    ELSE
                       PERFORM 055-GERAR-LEAD
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 040-LER-SEGMCLI.

      *CONTA DO CLIENTE DA LOJA PELO MAPCLI, CONFIRMADA NO CADCLIN.
       025-VERIFICAR-CONTA.
           SET SEM-CONTA TO TRUE.
           MOVE SPACES TO WRK-CHAVE-BANCO.
           MOVE ZEROS  TO WRK-RENDA-CLIENTE.
           SET IDX-MAPA TO 1.
           SEARCH TAB-MAPA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MAPA-COD-CLIENTE(IDX-MAPA) = WRK-COD-CLIENTE
                   MOVE TAB-MAPA-CHAVE(IDX-MAPA) TO WRK-CHAVE-BANCO
           END-SEARCH.

           IF WRK-CHAVE-BANCO NOT = SPACES
              SET IDX-CONTA TO 1
              SEARCH TAB-CONTA-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CONTA-CHAVE(IDX-CONTA) = WRK-CHAVE-BANCO
                      SET TEM-CONTA TO TRUE
                      MOVE TAB-CONTA-RENDA(IDX-CONTA)
                        TO WRK-RENDA-CLIENTE
              END-SEARCH
           END-IF.

      *APOLICE DO CLIENTE DA LOJA PELO MAPSEG, CONFIRMADA NO CLISEGU.
       026-VERIFICAR-SEGURO.
           SET SEM-SEGURO TO TRUE.
           MOVE ZEROS TO WRK-COD-SEGURADO.
           SET IDX-MSG TO 1.
           SEARCH TAB-MSG-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MSG-COD-CLIENTE(IDX-MSG) = WRK-COD-CLIENTE
                   MOVE TAB-MSG-COD-SEGURADO(IDX-MSG)
                     TO WRK-COD-SEGURADO
           END-SEARCH.

           IF WRK-COD-SEGURADO NOT = ZEROS
              SET IDX-SEGU TO 1
              SEARCH TAB-SEGU-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-SEGU-COD-SEGURADO(IDX-SEGU) =
                       WRK-COD-SEGURADO
                      SET TEM-SEGURO TO TRUE
              END-SEARCH
           END-IF.

       027-VERIFICAR-SEGMENTO.
           SET SEGMENTO-COMUM TO TRUE.
           SET IDX-TOP TO 1.
           SEARCH TAB-TOP-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-TOP-SEGMENTO(IDX-TOP) = SEGM-SEGMENTO
                   SET SEGMENTO-TOP TO TRUE
           END-SEARCH.

      *BLOQUEIO LGPD OU OPT-OUT, PELO CODIGO DA LOJA E PELA CONTA.
       028-VERIFICAR-BLOQUEIO.
           SET CONTATO-PERMITIDO TO TRUE.
           MOVE SPACES TO WRK-CHAVE-CONSENT.
           MOVE WRK-COD-CLIENTE TO WRK-CHAVE-CONSENT.
           SET IDX-BLK TO 1.
           SEARCH TAB-BLK-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-BLK-TIPO(IDX-BLK) = "C" AND
                    TAB-BLK-CHAVE(IDX-BLK) = WRK-CHAVE-CONSENT
                   SET CONTATO-SUPRIMIDO TO TRUE
           END-SEARCH.

           IF CONTATO-PERMITIDO AND WRK-CHAVE-BANCO NOT = SPACES
              SET IDX-BLK TO 1
              SEARCH TAB-BLK-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-BLK-TIPO(IDX-BLK) = "B" AND
                       TAB-BLK-CHAVE(IDX-BLK) = WRK-CHAVE-BANCO
                      SET CONTATO-SUPRIMIDO TO TRUE
              END-SEARCH
           END-IF.

           IF CONTATO-PERMITIDO
              SET IDX-CONS TO 1
              SEARCH TAB-CONS-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CONS-CHAVE(IDX-CONS) = WRK-CHAVE-CONSENT
                      SET CONTATO-SUPRIMIDO TO TRUE
              END-SEARCH
           END-IF.

           IF CONTATO-PERMITIDO AND WRK-CHAVE-BANCO NOT = SPACES
              SET IDX-CONS TO 1
              SEARCH TAB-CONS-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CONS-CHAVE(IDX-CONS) = WRK-CHAVE-BANCO
                      SET CONTATO-SUPRIMIDO TO TRUE
              END-SEARCH
           END-IF.

       029-VERIFICAR-LEAD-ABERTO.
           SET LEAD-NOVO TO TRUE.
           SET IDX-LEAD TO 1.
           SEARCH TAB-LEAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-LEAD-COD-CLIENTE(IDX-LEAD) = WRK-COD-CLIENTE
                AND TAB-LEAD-PENDENTE(IDX-LEAD)
                   SET LEAD-EM-ABERTO TO TRUE
           END-SEARCH.

       030-MOVER-DADOS-TAB-TOP.
           ADD 1 TO WRK-TAB-TOP-QTDE.
           MOVE PARMXSEL-SEGMENTO
           TO TAB-TOP-SEGMENTO(WRK-TAB-TOP-QTDE).
           PERFORM 041-LER-PARMXSEL.

      *CODIGO ZERADO E ENTRADA APAGADA PELA LGPD - NAO ENTRA.
       031-MOVER-DADOS-TAB-MAPA.
           IF MAPCLI-COD-CLIENTE NOT = ZEROS
              ADD 1 TO WRK-TAB-MAPA-QTDE
              MOVE MAPCLI-COD-CLIENTE
              TO TAB-MAPA-COD-CLIENTE(WRK-TAB-MAPA-QTDE)
              MOVE MAPCLI-CHAVE
              TO TAB-MAPA-CHAVE(WRK-TAB-MAPA-QTDE)
           END-IF.
           PERFORM 042-LER-MAPCLI.

       032-MOVER-DADOS-TAB-CONTA.
           ADD 1 TO WRK-TAB-CONTA-QTDE.
           MOVE CADCLIN-CHAVE
           TO TAB-CONTA-CHAVE(WRK-TAB-CONTA-QTDE).
           MOVE CADCLIN-RENDA-MENSAL
           TO TAB-CONTA-RENDA(WRK-TAB-CONTA-QTDE).
           PERFORM 043-LER-CADCLIN.

       033-MOVER-DADOS-TAB-MSG.
           ADD 1 TO WRK-TAB-MSG-QTDE.
           MOVE MAPSEG-COD-CLIENTE
           TO TAB-MSG-COD-CLIENTE(WRK-TAB-MSG-QTDE).
           MOVE MAPSEG-COD-SEGURADO
           TO TAB-MSG-COD-SEGURADO(WRK-TAB-MSG-QTDE).
           PERFORM 044-LER-MAPSEG.

      *O CLISEGU TEM UMA LINHA POR APOLICE - O SEGURADO ENTRA UMA
      *VEZ SO.
       034-MOVER-DADOS-TAB-SEGU.
           SET IDX-SEGU TO 1.
           SEARCH TAB-SEGU-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-SEGU-QTDE
                   MOVE CLISEGU-COD-CLIENTE
                   TO TAB-SEGU-COD-SEGURADO(WRK-TAB-SEGU-QTDE)
               WHEN TAB-SEGU-COD-SEGURADO(IDX-SEGU) =
                    CLISEGU-COD-CLIENTE
                   CONTINUE
           END-SEARCH.
           PERFORM 045-LER-CLISEGU.

       035-MOVER-DADOS-TAB-CONS.
           IF CONSENT-OPT-OUT
              ADD 1 TO WRK-TAB-CONS-QTDE
              MOVE CONSENT-CHAVE
              TO TAB-CONS-CHAVE(WRK-TAB-CONS-QTDE)
           END-IF.
           PERFORM 046-LER-CONSENT.

       036-MOVER-DADOS-TAB-BLK.
           ADD 1 TO WRK-TAB-BLK-QTDE.
           MOVE LGPDBLK-TIPO
           TO TAB-BLK-TIPO(WRK-TAB-BLK-QTDE).
           MOVE SPACES TO TAB-BLK-CHAVE(WRK-TAB-BLK-QTDE).
           IF LGPDBLK-TIPO = "C"
              MOVE LGPDBLK-CHAVE(1:3)
              TO TAB-BLK-CHAVE(WRK-TAB-BLK-QTDE)
           ELSE
              MOVE LGPDBLK-CHAVE
              TO TAB-BLK-CHAVE(WRK-TAB-BLK-QTDE)
           END-IF.
           PERFORM 047-LER-LGPDBLK.

       037-MOVER-DADOS-TAB-NOME.
           IF CLITOT-TIPO-REG NOT = "CABECALHO " AND "RODAPE    "
              SET IDX-NOME TO 1
              SEARCH TAB-NOME-REGISTRO
                  AT END
                      ADD 1 TO WRK-TAB-NOME-QTDE
                      MOVE CLITOT-COD-CLIENTE
                      TO TAB-NOME-COD-CLIENTE(WRK-TAB-NOME-QTDE)
                      MOVE CLITOT-NOME-CLIENTE
                      TO TAB-NOME-NOME(WRK-TAB-NOME-QTDE)
                  WHEN TAB-NOME-COD-CLIENTE(IDX-NOME) =
                       CLITOT-COD-CLIENTE
                      MOVE CLITOT-NOME-CLIENTE
                      TO TAB-NOME-NOME(IDX-NOME)
              END-SEARCH
           END-IF.
           PERFORM 048-LER-CLITOT.

       038-MOVER-DADOS-TAB-LEAD.
           ADD 1 TO WRK-CONT-LIDOS-LEADANT.
           ADD 1 TO WRK-TAB-LEAD-QTDE.
           SET IDX-LEAD TO WRK-TAB-LEAD-QTDE.
           MOVE LEAD-COD-CLIENTE    TO TAB-LEAD-COD-CLIENTE(IDX-LEAD).
           MOVE LEAD-ORIGEM         TO TAB-LEAD-ORIGEM(IDX-LEAD).
           MOVE LEAD-SEGMENTO       TO TAB-LEAD-SEGMENTO(IDX-LEAD).
           MOVE LEAD-DATA-GERACAO   TO TAB-LEAD-DATA-GERACAO(IDX-LEAD).
           MOVE LEAD-SITUACAO       TO TAB-LEAD-SITUACAO(IDX-LEAD).
           MOVE LEAD-DATA-CONVERSAO
             TO TAB-LEAD-DATA-CONVERSAO(IDX-LEAD).
           PERFORM 049-LER-LEADANT.

       039-DEFINIR-IND-ORIGEM.
           EVALUATE WRK-ORIGEM
               WHEN "B"
                   MOVE 1 TO WRK-IND-ORIGEM
               WHEN "S"
                   MOVE 2 TO WRK-IND-ORIGEM
               WHEN OTHER
                   MOVE 3 TO WRK-IND-ORIGEM
           END-EVALUATE.

       040-LER-SEGMCLI.
           READ SEGMCLI INTO WRK-SEGM-REGISTRO.
           IF WRK-FS-SEGMCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA SEGMCLI - FS: " WRK-FS-SEGMCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-PARMXSEL.
           READ PARMXSEL INTO WRK-PARMXSEL-REGISTRO.
           IF WRK-FS-PARMXSEL NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMXSEL - FS: " WRK-FS-PARMXSEL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-MAPCLI.
           READ MAPCLI INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-MAPSEG.
           READ MAPSEG INTO WRK-MAPSEG-REGISTRO.
           IF WRK-FS-MAPSEG NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPSEG - FS: " WRK-FS-MAPSEG
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-CLISEGU.
           READ CLISEGU INTO WRK-CLISEGU-REGISTRO.
           IF WRK-FS-CLISEGU NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CLISEGU - FS: " WRK-FS-CLISEGU
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-CONSENT.
           READ CONSENT INTO WRK-CONSENT-REGISTRO.
           IF WRK-FS-CONSENT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONSENT - FS: " WRK-FS-CONSENT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-LER-LGPDBLK.
           READ LGPDBLK INTO WRK-LGPDBLK-REGISTRO.
           IF WRK-FS-LGPDBLK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LGPDBLK - FS: " WRK-FS-LGPDBLK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-LER-CLITOT.
           READ CLITOT INTO WRK-CLITOT-REGISTRO.
           IF WRK-FS-CLITOT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CLITOT - FS: " WRK-FS-CLITOT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       049-LER-LEADANT.
           READ LEADANT INTO WRK-LEAD-REGISTRO.
           IF WRK-FS-LEADANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LEADANT - FS: " WRK-FS-LEADANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 056-GRAVAR-LEADHOJE
             VARYING IDX-LEAD FROM 1 BY 1
               UNTIL IDX-LEAD > WRK-TAB-LEAD-QTDE.
           PERFORM 057-GRAVAR-LEADPIPE
             VARYING WRK-IND-FAIXA FROM 1 BY 1
               UNTIL WRK-IND-FAIXA > 4.
           PERFORM 058-GRAVAR-LEADCONV.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos SEGMCLI.....: "
                   WRK-CONT-LIDOS-SEGMCLI.
           DISPLAY "Quantidade de Registros Lidos LEADANT.....: "
                   WRK-CONT-LIDOS-LEADANT.
           DISPLAY "Quantidade de Clientes de Topo............: "
                   WRK-CONT-SEGMENTO-TOP.
           DISPLAY "Quantidade de Clientes com Conta e Seguro.: "
                   WRK-CONT-JA-CLIENTES.
           DISPLAY "Quantidade de Bloqueados LGPD/Opt-out.....: "
                   WRK-CONT-BLOQUEADOS.
           DISPLAY "Quantidade de Clientes com Lead em Aberto.: "
                   WRK-CONT-LEAD-EM-ABERTO.
           DISPLAY "Quantidade de Leads Gerados...............: "
                   WRK-CONT-GRAVADOS-LEADPROP.
           DISPLAY "Quantidade de Leads Convertidos no Run....: "
                   WRK-CONT-CONVERTIDOS.
           DISPLAY "Quantidade de Registros Gravados LEADHOJE.: "
                   WRK-CONT-GRAVADOS-LEADHOJE.

       052-FECHAR-ARQUIVOS.
           CLOSE SEGMCLI.
           IF WRK-FS-SEGMCLI NOT = "00"
              DISPLAY "ERRO CLOSE SEGMCLI - FS: " WRK-FS-SEGMCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LEADHOJE.
           IF WRK-FS-LEADHOJE NOT = "00"
              DISPLAY "ERRO CLOSE LEADHOJE - FS: " WRK-FS-LEADHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LEADPROP.
           IF WRK-FS-LEADPROP NOT = "00"
              DISPLAY "ERRO CLOSE LEADPROP - FS: " WRK-FS-LEADPROP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LEADPIPE.
           IF WRK-FS-LEADPIPE NOT = "00"
              DISPLAY "ERRO CLOSE LEADPIPE - FS: " WRK-FS-LEADPIPE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LEADCONV.
           IF WRK-FS-LEADCONV NOT = "00"
              DISPLAY "ERRO CLOSE LEADCONV - FS: " WRK-FS-LEADCONV
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GRAVA O LEAD NO LAYOUT DA PROPOSTA E NO HISTORICO. A FAIXA
      *VEM DA RENDA DA CONTA, COM AS FAIXAS DO AC00EX08; SEM CONTA
      *A RENDA E DESCONHECIDA, O LEAD FICA NA FAIXA 1 E SAI SEM
      *PREMIO COTADO.
       055-GERAR-LEAD.
           EVALUATE TRUE
               WHEN SEM-CONTA AND SEM-SEGURO
                   MOVE "A" TO WRK-ORIGEM
               WHEN SEM-CONTA
                   MOVE "B" TO WRK-ORIGEM
               WHEN OTHER
                   MOVE "S" TO WRK-ORIGEM
           END-EVALUATE.
           PERFORM 039-DEFINIR-IND-ORIGEM.

           EVALUATE TRUE
               WHEN SEM-CONTA
                   MOVE 1 TO WRK-IND-FAIXA
               WHEN WRK-RENDA-CLIENTE <= 2000,00
                   MOVE 1 TO WRK-IND-FAIXA
               WHEN WRK-RENDA-CLIENTE <= 5000,00
                   MOVE 2 TO WRK-IND-FAIXA
               WHEN WRK-RENDA-CLIENTE <= 10000,00
                   MOVE 3 TO WRK-IND-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-IND-FAIXA
           END-EVALUATE.

           MOVE WRK-COD-CLIENTE   TO PROPOSTA-COD-CLIENTE.
           MOVE SPACES            TO PROPOSTA-NOME-CLIENTE.
           SET IDX-NOME TO 1.
           SEARCH TAB-NOME-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-NOME-COD-CLIENTE(IDX-NOME) = WRK-COD-CLIENTE
                   MOVE TAB-NOME-NOME(IDX-NOME)
                     TO PROPOSTA-NOME-CLIENTE
           END-SEARCH.
           MOVE WRK-IND-FAIXA     TO PROPOSTA-FAIXA-RENDA.
           MOVE ZEROS             TO PROPOSTA-VALOR-PREMIO.
           IF COTACAO-LIGADA AND TEM-CONTA AND
              WRK-RENDA-CLIENTE > ZEROS
              COMPUTE PROPOSTA-VALOR-PREMIO ROUNDED =
                  WRK-RENDA-CLIENTE *
                  PARMPREMIO-PCT-FAIXA(WRK-IND-FAIXA) / 100
           END-IF.
           MOVE WRK-DATA-VALIDADE TO PROPOSTA-DATA-VALIDADE.

           WRITE FD-LEADPROP-REGISTRO FROM WRK-PROPOSTA-REGISTRO.
           IF WRK-FS-LEADPROP NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LEADPROP - FS: " WRK-FS-LEADPROP
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-LEADPROP.
           ADD 1 TO WRK-PIPE-QTD(WRK-IND-FAIXA).
           ADD PROPOSTA-VALOR-PREMIO TO WRK-PIPE-VALOR(WRK-IND-FAIXA).
           ADD 1 TO WRK-ORIG-NOVOS(WRK-IND-ORIGEM).

           ADD 1 TO WRK-TAB-LEAD-QTDE.
           SET IDX-LEAD TO WRK-TAB-LEAD-QTDE.
           MOVE WRK-COD-CLIENTE  TO TAB-LEAD-COD-CLIENTE(IDX-LEAD).
           MOVE WRK-ORIGEM       TO TAB-LEAD-ORIGEM(IDX-LEAD).
           MOVE SEGM-SEGMENTO    TO TAB-LEAD-SEGMENTO(IDX-LEAD).
           MOVE WRK-DATA-SIS     TO TAB-LEAD-DATA-GERACAO(IDX-LEAD).
           SET TAB-LEAD-PENDENTE(IDX-LEAD) TO TRUE.
           MOVE ZEROS            TO TAB-LEAD-DATA-CONVERSAO(IDX-LEAD).

      *REGRAVA O HISTORICO E ACUMULA A SITUACAO POR ORIGEM.
       056-GRAVAR-LEADHOJE.
           MOVE SPACES TO WRK-LEAD-REGISTRO.
           MOVE TAB-LEAD-COD-CLIENTE(IDX-LEAD)  TO LEAD-COD-CLIENTE.
           MOVE TAB-LEAD-ORIGEM(IDX-LEAD)       TO LEAD-ORIGEM.
           MOVE TAB-LEAD-SEGMENTO(IDX-LEAD)     TO LEAD-SEGMENTO.
           MOVE TAB-LEAD-DATA-GERACAO(IDX-LEAD) TO LEAD-DATA-GERACAO.
           MOVE TAB-LEAD-SITUACAO(IDX-LEAD)     TO LEAD-SITUACAO.
           MOVE TAB-LEAD-DATA-CONVERSAO(IDX-LEAD)
             TO LEAD-DATA-CONVERSAO.
           WRITE FD-LEADHOJE-REGISTRO FROM WRK-LEAD-REGISTRO.
           IF WRK-FS-LEADHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LEADHOJE - FS: " WRK-FS-LEADHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-LEADHOJE.

           MOVE TAB-LEAD-ORIGEM(IDX-LEAD) TO WRK-ORIGEM.
           PERFORM 039-DEFINIR-IND-ORIGEM.
           ADD 1 TO WRK-ORIG-TOT-GER(WRK-IND-ORIGEM).
           IF TAB-LEAD-CONVERTIDO(IDX-LEAD)
              ADD 1 TO WRK-ORIG-TOT-CONV(WRK-IND-ORIGEM)
           ELSE
              ADD 1 TO WRK-ORIG-ABERTOS(WRK-IND-ORIGEM)
           END-IF.

      *PIPELINE DOS LEADS - UMA LINHA POR FAIXA DE RENDA.
       057-GRAVAR-LEADPIPE.
           MOVE WRK-IND-FAIXA              TO PIPEREL-FAIXA.
           MOVE WRK-PIPE-QTD(WRK-IND-FAIXA)
             TO PIPEREL-QTD-PROPOSTAS.
           MOVE WRK-PIPE-VALOR(WRK-IND-FAIXA)
             TO PIPEREL-VALOR-TOTAL.
           WRITE FD-LEADPIPE-REGISTRO FROM WRK-PIPEREL-REGISTRO.
           IF WRK-FS-LEADPIPE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LEADPIPE - FS: " WRK-FS-LEADPIPE
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CONVERSAO POR ORIGEM: LEADS NOVOS E CONVERTIDOS NESTE RUN,
      *EM ABERTO, E O ACUMULADO DO HISTORICO COM O PERCENTUAL DE
      *CONVERSAO.
       058-GRAVAR-LEADCONV.
           MOVE WRK-DE-DIA TO CAB1-DIA.
           MOVE WRK-DE-MES TO CAB1-MES.
           MOVE WRK-DE-ANO TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-LEADCONV-REGISTRO.
           PERFORM 060-ESCREVER-LEADCONV.
           MOVE WRK-LINHA-TRACO TO FD-LEADCONV-REGISTRO.
           PERFORM 060-ESCREVER-LEADCONV.
           MOVE WRK-LINHA-CAB2  TO FD-LEADCONV-REGISTRO.
           PERFORM 060-ESCREVER-LEADCONV.
           MOVE WRK-LINHA-TRACO TO FD-LEADCONV-REGISTRO.
           PERFORM 060-ESCREVER-LEADCONV.
           PERFORM 059-GRAVAR-DETALHE-LEADCONV
             VARYING WRK-IND-ORIGEM FROM 1 BY 1
               UNTIL WRK-IND-ORIGEM > 3.
           MOVE WRK-LINHA-TRACO TO FD-LEADCONV-REGISTRO.
           PERFORM 060-ESCREVER-LEADCONV.

       059-GRAVAR-DETALHE-LEADCONV.
           MOVE WRK-NOME-ORIGEM(WRK-IND-ORIGEM)   TO DET-ORIGEM.
           MOVE WRK-ORIG-NOVOS(WRK-IND-ORIGEM)    TO DET-NOVOS.
           MOVE WRK-ORIG-CONV-RUN(WRK-IND-ORIGEM) TO DET-CONV-RUN.
           MOVE WRK-ORIG-ABERTOS(WRK-IND-ORIGEM)  TO DET-ABERTOS.
           MOVE WRK-ORIG-TOT-GER(WRK-IND-ORIGEM)  TO DET-TOT-GER.
           MOVE WRK-ORIG-TOT-CONV(WRK-IND-ORIGEM) TO DET-TOT-CONV.
           MOVE ZEROS TO WRK-PCT-CONVERSAO.
           IF WRK-ORIG-TOT-GER(WRK-IND-ORIGEM) > ZEROS
              COMPUTE WRK-PCT-CONVERSAO ROUNDED =
                  WRK-ORIG-TOT-CONV(WRK-IND-ORIGEM) * 100 /
                  WRK-ORIG-TOT-GER(WRK-IND-ORIGEM)
           END-IF.
           MOVE WRK-PCT-CONVERSAO TO DET-PCT-CONV.
           MOVE WRK-LINHA-DETALHE TO FD-LEADCONV-REGISTRO.
           PERFORM 060-ESCREVER-LEADCONV.

       060-ESCREVER-LEADCONV.
           WRITE FD-LEADCONV-REGISTRO.
           IF WRK-FS-LEADCONV NOT = ZEROS
              DISPLAY "ERRO GRAVACAO LEADCONV - FS: " WRK-FS-LEADCONV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX29".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

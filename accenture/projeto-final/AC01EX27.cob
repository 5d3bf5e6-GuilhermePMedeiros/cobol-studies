       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX27.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX27
      *CARTAS DE OFERTA DA CAMPANHA DO CADMEDIA. RODA DEPOIS DO
      *AC00EX05 E GERA, PARA CADA CLIENTE SELECIONADO, A CARTA
      *PERSONALIZADA COM O TEXTO DA OFERTA DA FAIXA DA CAMPANHA
      *(BRONZE, PRATA OU OURO) E O NOME DA AGENCIA VINDO DO AGEMST.
      *O CLIENTE DO CADMEDIA E LIGADO A SUA CONTA BANCARIA PELO
      *MAPA MAPMEDIA, E O ENDERECO VEM DO KSDS ENDERECO COMO NO
      *AC00EX48. O REGISTRO DE CONSENTIMENTO (CONSENT) E A JANELA
      *DE RECONTATO DA CAMPANHA (PARMSUPR, 28 DIAS SEM PARAMETRO,
      *CONTRA O HISTORICO DE CARTAS CARTANT) SUPRIMEM A CARTA, COM
      *REGISTRO NA TRILHA SUPRAUD. CLIENTE SEM ENDERECO UTILIZAVEL
      *VAI PARA A LISTA SEMENDER. AS CARTAS SAEM EM CARTAMID
      *ORDENADAS POR CEP, PARA O DESCONTO DE POSTAGEM, E CARTAAGE
      *TRAZ POR AGENCIA OS SELECIONADOS, AS CARTAS EMITIDAS E OS
      *CLIENTES SUPRIMIDOS. O HISTORICO DA JANELA, COM AS CARTAS
      *DE HOJE, E REGRAVADO EM CARTHOJE.
      *COM OS MEMBROS DE DOMICILIO DO AC01EX28 (DOMMEMB), SAI UMA
      *SO CARTA POR DOMICILIO: O SEGUNDO CLIENTE COM CONTA NO MESMO
      *DOMICILIO E SUPRIMIDO COM A REGRA DOMICILIO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CLIENTES SELECIONADOS PELO AC00EX05
       SELECT CADMEDIA ASSIGN    TO CADMEDIA
                      FILE STATUS    IS WRK-FS-CADMEDIA.

      *CADASTRO DE AGENCIAS (OPCIONAL - SEM ELE, A CARTA SAI COM
      *"NAO CADASTRADA" NO NOME DA AGENCIA)
       SELECT AGEMST   ASSIGN    TO AGEMST
                      FILE STATUS    IS WRK-FS-AGEMST.

      *MAPA DE CHAVES CAMPANHA X BANCO E CADASTRO DE ENDERECOS,
      *PARA O ENDERECAMENTO DAS CARTAS (OPCIONAIS - SEM ELES TODO
      *CLIENTE VAI PARA A LISTA SEMENDER)
       SELECT MAPMEDIA ASSIGN    TO MAPMEDIA
                      FILE STATUS    IS WRK-FS-MAPMEDIA.

       SELECT ENDERECO ASSIGN    TO ENDERECO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-ENDERECO-CHAVE
                      FILE STATUS    IS WRK-FS-ENDERECO.

      *REGISTRO UNICO DE CONSENTIMENTO E OPT-OUT DE CONTATO
      *(OPCIONAL - SEM ELE, NENHUMA CARTA E SUPRIMIDA POR OPT-OUT)
       SELECT CONSENT  ASSIGN    TO CONSENT
                      FILE STATUS    IS WRK-FS-CONSENT.

      *JANELA DE RECONTATO DA CAMPANHA EM DIAS (OPCIONAL)
       SELECT PARMSUPR ASSIGN    TO PARMSUPR
                      FILE STATUS    IS WRK-FS-PARMSUPR.

      *HISTORICO DAS CARTAS DE OFERTA JA ENVIADAS (OPCIONAL NA
      *PRIMEIRA EXECUCAO) E NOVA GERACAO, COM AS CARTAS DE HOJE
       SELECT CARTANT  ASSIGN    TO CARTANT
                      FILE STATUS    IS WRK-FS-CARTANT.

       SELECT CARTHOJE ASSIGN    TO CARTHOJE
                      FILE STATUS    IS WRK-FS-CARTHOJE.

      *MEMBROS DE DOMICILIO DO AC01EX28 (OPCIONAL - SEM ELE, CADA
      *CLIENTE RECEBE A SUA CARTA)
       SELECT DOMMEMB  ASSIGN    TO DOMMEMB
                      FILE STATUS    IS WRK-FS-DOMMEMB.

      *TRILHA DE SUPRESSAO COMPARTILHADA ENTRE OS EMISSORES DE
      *CARTAS
       SELECT SUPRAUD  ASSIGN    TO SUPRAUD
                      FILE STATUS    IS WRK-FS-SUPRAUD.

      *CARTAS DE OFERTA IMPRIMIVEIS, ORDENADAS POR CEP
       SELECT CARTAMID ASSIGN    TO CARTAMID
                      FILE STATUS    IS WRK-FS-CARTAMID.

      *CLIENTES SEM ENDERECO UTILIZAVEL, PARA CONTATO PELA AGENCIA
       SELECT SEMENDER ASSIGN    TO SEMENDER
                      FILE STATUS    IS WRK-FS-SEMENDER.

      *RESUMO POR AGENCIA - CARTAS EMITIDAS E CLIENTES SUPRIMIDOS
       SELECT CARTAAGE ASSIGN    TO CARTAAGE
                      FILE STATUS    IS WRK-FS-CARTAAGE.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  CADMEDIA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADMEDIA-REGISTRO    PIC X(057).

       FD  AGEMST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AGEMST-REGISTRO      PIC X(033).

       FD  MAPMEDIA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPMEDIA-REGISTRO    PIC X(020).

       FD  ENDERECO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDERECO-REGISTRO.
           05 FD-ENDERECO-CHAVE     PIC X(015).
           05 FILLER                PIC X(060).

       FD  CONSENT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONSENT-REGISTRO     PIC X(025).

       FD  PARMSUPR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMSUPR-REGISTRO    PIC X(003).

       FD  CARTANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CARTANT-REGISTRO     PIC X(013).

       FD  CARTHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CARTHOJE-REGISTRO    PIC X(013).

       FD  DOMMEMB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOMMEMB-REGISTRO     PIC X(030).

       FD  SUPRAUD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SUPRAUD-REGISTRO     PIC X(041).

       FD  CARTAMID
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CARTAMID-REGISTRO    PIC X(080).

       FD  SEMENDER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-SEMENDER-REGISTRO    PIC X(056).

       FD  CARTAAGE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CARTAAGE-REGISTRO    PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-CADMEDIA       PIC X(002) VALUE SPACES.
           05 WRK-FS-AGEMST         PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPMEDIA       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONSENT        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMSUPR       PIC X(002) VALUE SPACES.
           05 WRK-FS-CARTANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CARTHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-DOMMEMB        PIC X(002) VALUE SPACES.
           05 WRK-FS-SUPRAUD        PIC X(002) VALUE SPACES.
           05 WRK-FS-CARTAMID       PIC X(002) VALUE SPACES.
           05 WRK-FS-SEMENDER       PIC X(002) VALUE SPACES.
           05 WRK-FS-CARTAAGE       PIC X(002) VALUE SPACES.

      *LAYOUT DE CADMEDIA - MESMO GRAVADO PELO AC00EX05
       01  WRK-CADMEDIA-REGISTRO.
           05 CADMEDIA-CHAVE.
              10 CADMEDIA-AGENCIA   PIC X(003).
              10 CADMEDIA-COD-CLIENTE PIC 9(002).
           05 CADMEDIA-NOME         PIC X(040).
           05 CADMEDIA-SALDO        PIC 9(009)V99.
           05 CADMEDIA-FAIXA-CAMPANHA PIC X(001).
               88 CADMEDIA-FAIXA-BRONZE VALUE "1".
               88 CADMEDIA-FAIXA-PRATA  VALUE "2".
               88 CADMEDIA-FAIXA-OURO   VALUE "3".

      *LAYOUT DE AGEMST - CADASTRO DE AGENCIAS
       01  WRK-AGEMST-REGISTRO.
           05 AGEMST-COD-AGENCIA    PIC X(003).
           05 AGEMST-NOME           PIC X(020).
           05 AGEMST-REGIAO         PIC X(010).

      *LAYOUT DE MAPMEDIA - CONTA BANCARIA DE CADA CLIENTE DA
      *CAMPANHA (AGENCIA E CODIGO DO CADMEDIA)
       01  WRK-MAPMEDIA-REGISTRO.
           05 MAPMEDIA-CHAVE-CAMPANHA PIC X(005).
           05 MAPMEDIA-CHAVE        PIC X(015).

      *LAYOUT DE ENDERECO - CADASTRO MANTIDO PELO AC00EX37
       01  WRK-ENDERECO-REGISTRO.
           05 ENDERECO-CHAVE        PIC X(015).
           05 ENDERECO-RUA          PIC X(030).
           05 ENDERECO-CIDADE       PIC X(020).
           05 ENDERECO-UF           PIC X(002).
           05 ENDERECO-CEP          PIC 9(008).

      *LAYOUT DO REGISTRO DE CONSENTIMENTO - O CLIENTE DA CAMPANHA
      *E PROCURADO PELA CONTA BANCARIA E PELA AGENCIA+CODIGO
      *ALINHADOS A ESQUERDA NA CHAVE GENERICA
       01  WRK-CONSENT-REGISTRO.
           05 CONSENT-CHAVE         PIC X(015).
           05 CONSENT-OPT           PIC X(001).
               88 CONSENT-OPT-OUT      VALUE "N".
           05 CONSENT-DATA          PIC 9(008).
           05 FILLER                PIC X(001).

      *LAYOUT DE PARMSUPR - DIAS DE SUPRESSAO DE RECONTATO
       01  WRK-PARMSUPR-REGISTRO.
           05 PARMSUPR-QTD-DIAS     PIC 9(003).

      *LAYOUT DO HISTORICO DE CARTAS (CARTANT/CARTHOJE)
       01  WRK-CARTHIST-REGISTRO.
           05 CARTHIST-CHAVE-CAMPANHA PIC X(005).
           05 CARTHIST-DATA         PIC 9(008).

      *LAYOUT DE DOMMEMB - MESMO GRAVADO PELO AC01EX28
       01  WRK-DOMMEMB-REGISTRO.
           05 DOMMEMB-NUMERO        PIC 9(007).
           05 DOMMEMB-TIPO          PIC X(001).
               88 DOMMEMB-CONTA        VALUE "C".
               88 DOMMEMB-LOJA         VALUE "L".
           05 DOMMEMB-CHAVE         PIC X(015).
           05 DOMMEMB-PRINCIPAL     PIC X(001).
           05 FILLER                PIC X(006).

      *LAYOUT DA TRILHA DE SUPRESSAO - MESMO NOS DEMAIS EMISSORES
       01  WRK-SUPRAUD-REGISTRO.
           05 SUPRAUD-PROGRAMA      PIC X(008).
           05 SUPRAUD-CHAVE         PIC X(015).
           05 SUPRAUD-DATA          PIC 9(008).
           05 SUPRAUD-REGRA         PIC X(010).

      *LAYOUT DE SEMENDER - CLIENTE SEM ENDERECO UTILIZAVEL
       01  WRK-SEMENDER-REGISTRO.
           05 SEMENDER-AGENCIA      PIC X(003).
           05 SEMENDER-COD-CLIENTE  PIC 9(002).
           05 SEMENDER-NOME-CLIENTE PIC X(040).
           05 SEMENDER-FAIXA        PIC X(001).
           05 SEMENDER-MOTIVO       PIC X(010).

      *CADASTRO DE AGENCIAS EM MEMORIA
       01  WRK-TAB-AGEMST-QTDE      PIC 9(004) VALUE ZEROS.

       01  TAB-AGEMST-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-AGEMST-QTDE
               INDEXED BY IDX-AGEMST.
           05 TAB-AGEMST-COD-AGENCIA PIC X(003).
           05 TAB-AGEMST-NOME       PIC X(020).

      *CONTADORES POR AGENCIA DO CADMEDIA, NA ORDEM EM QUE AS
      *AGENCIAS APARECEM
       01  WRK-TAB-AGE-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-AGE-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-AGE-QTDE
               INDEXED BY IDX-AGE.
           05 TAB-AGE-COD-AGENCIA   PIC X(003).
           05 TAB-AGE-NOME          PIC X(020).
           05 TAB-AGE-SELECIONADOS  PIC 9(005).
           05 TAB-AGE-CARTAS        PIC 9(005).
           05 TAB-AGE-OPTOUT        PIC 9(005).
           05 TAB-AGE-RECONTATO     PIC 9(005).
           05 TAB-AGE-SEM-ENDERECO  PIC 9(005).
           05 TAB-AGE-DOMICILIO     PIC 9(005).

      *MAPA CARREGADO EM MEMORIA (CLIENTE DA CAMPANHA -> CONTA)
       01  WRK-TAB-MAPA-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-MAPA-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-MAPA-QTDE
               INDEXED BY IDX-MAPA.
           05 TAB-MAPA-CHAVE-CAMPANHA PIC X(005).
           05 TAB-MAPA-CHAVE        PIC X(015).

      *OPT-OUTS CARREGADOS EM MEMORIA
       01  WRK-TAB-CONS-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-CONS-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CONS-QTDE
               INDEXED BY IDX-CONS.
           05 TAB-CONS-CHAVE        PIC X(015).

      *DOMICILIO DE CADA CONTA, PELO DOMMEMB
       01  WRK-TAB-DMB-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DMB-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-DMB-QTDE
               INDEXED BY IDX-DMB.
           05 TAB-DMB-CHAVE         PIC X(015).
           05 TAB-DMB-NUMERO        PIC 9(007).

      *DOMICILIOS QUE JA TEM CARTA NESTE RUN
       01  WRK-TAB-DCT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DCT-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-DCT-QTDE
               INDEXED BY IDX-DCT.
           05 TAB-DCT-NUMERO        PIC 9(007).

       01  WRK-NUMERO-DOMICILIO     PIC 9(007) VALUE ZEROS.

      *CARTAS ENVIADAS DENTRO DA JANELA DE RECONTATO
       01  WRK-TAB-HIST-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-HIST-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-HIST-QTDE
               INDEXED BY IDX-HIST.
           05 TAB-HIST-CHAVE-CAMPANHA PIC X(005).

      *CARTAS DO DIA, GUARDADAS PARA A ORDENACAO POR CEP. A CHAVE
      *DE ORDENACAO (CEP, AGENCIA E CODIGO) FICA NO INICIO
       01  WRK-TAB-CARTA-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-CARTA-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CARTA-QTDE
               INDEXED BY IDX-CARTA IDX-CARTA2 IDX-CARTA3.
           05 TAB-CARTA-ORDEM.
              10 TAB-CARTA-CEP      PIC 9(008).
              10 TAB-CARTA-CHAVE-CAMPANHA.
                 15 TAB-CARTA-AGENCIA PIC X(003).
                 15 TAB-CARTA-COD-CLIENTE PIC 9(002).
           05 TAB-CARTA-NOME        PIC X(040).
           05 TAB-CARTA-FAIXA       PIC X(001).
           05 TAB-CARTA-RUA         PIC X(030).
           05 TAB-CARTA-CIDADE      PIC X(020).
           05 TAB-CARTA-UF          PIC X(002).
           05 TAB-CARTA-NOME-AGENCIA PIC X(020).

      *AREA DE TROCA DA ORDENACAO
       01  WRK-TAB-CARTA-TROCA      PIC X(126).

      *CHAVES DO CLIENTE CORRENTE E SITUACAO DE CONTATO
       01  WRK-CHAVE-CONSENT        PIC X(015) VALUE SPACES.
       01  WRK-CHAVE-BANCO          PIC X(015) VALUE SPACES.
       01  WRK-SW-CONTATO           PIC 9(001) VALUE ZEROS.
           88 CONTATO-PERMITIDO        VALUE 0.
           88 CONTATO-SUPRIMIDO        VALUE 1.

      *REGRA DA SUPRESSAO A REGISTRAR NA TRILHA
       01  WRK-REGRA-SUPRESSAO      PIC X(010) VALUE SPACES.

      *INDICA SE O CLIENTE CORRENTE TEM CONTA MAPEADA E ENDERECO
       01  WRK-SW-MAPA              PIC 9(001) VALUE ZEROS.
           88 MAPA-ENCONTRADO          VALUE 1.
           88 MAPA-NAO-ENCONTRADO      VALUE 0.

       01  WRK-SW-ENDERECO          PIC 9(001) VALUE ZEROS.
           88 ENDERECO-ENCONTRADO      VALUE 1.
           88 ENDERECO-NAO-ENCONTRADO  VALUE 0.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

      *DATA DA EMISSAO DECOMPOSTA PARA A CARTA E PARA A DATAUTIL
       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

      *DATA DE CORTE DA JANELA (CARTAS A PARTIR DELA SUPRIMEM O
      *CLIENTE DESTE RUN)
       01  WRK-DATA-CORTE-SUPR.
           05 WRK-SUPR-ANO          PIC 9(004).
           05 WRK-SUPR-MES          PIC 9(002).
           05 WRK-SUPR-DIA          PIC 9(002).

       01  WRK-DATA-CORTE-SUPR-NUM REDEFINES WRK-DATA-CORTE-SUPR
                                    PIC 9(008).

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL PARA A DATA DE CORTE
       01  WRK-CALL-OPERACAO        PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-DIA             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-MES             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-ANO             PIC 9(004) VALUE ZEROS.
       01  WRK-CALL-QTD-DIAS        PIC S9(005) VALUE ZEROS.
       01  WRK-CALL-DIA-SEMANA      PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-NOME-DIA        PIC X(013) VALUE SPACES.
       01  WRK-CALL-AVALIDA         PIC X(001) VALUE SPACES.
       01  WRK-CALL-DATA2           PIC 9(008) VALUE ZEROS.

      *LINHAS DA CARTA DE OFERTA
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-BRANCO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-TITULO-CARTA.
           05 CARTA-TITULO          PIC X(030)
                                    VALUE "OFERTA DA CAMPANHA".
           05 FILLER                PIC X(012) VALUE "   EMITIDA  ".
           05 CARTA-DIA             PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-MES             PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-ANO             PIC 9(004).
           05 FILLER                PIC X(028) VALUE SPACES.

       01  WRK-LINHA-CARTA-CLIENTE.
           05 FILLER                PIC X(009) VALUE "CLIENTE  ".
           05 CARTA-AGENCIA         PIC X(003).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-COD-CLIENTE     PIC 9(002).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CARTA-NOME-CLIENTE    PIC X(040).
           05 FILLER                PIC X(022) VALUE SPACES.

       01  WRK-LINHA-ENDERECO.
           05 FILLER                PIC X(005) VALUE "END: ".
           05 CARTA-END-RUA         PIC X(030).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CARTA-END-CIDADE      PIC X(020).
           05 FILLER                PIC X(001) VALUE "-".
           05 CARTA-END-UF          PIC X(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CARTA-END-CEP         PIC 9(008).
           05 FILLER                PIC X(012) VALUE SPACES.

       01  WRK-LINHA-CARTA-AGENCIA.
           05 FILLER                PIC X(009) VALUE "AGENCIA  ".
           05 CARTA-COD-AGENCIA     PIC X(003).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CARTA-NOME-AGENCIA    PIC X(020).
           05 FILLER                PIC X(045) VALUE SPACES.

      *TEXTO DA OFERTA DE CADA FAIXA DA CAMPANHA
       01  WRK-LINHA-OFERTA-BRONZE1 PIC X(080) VALUE
           "COMO CLIENTE BRONZE, VOCE TEM TARIFA ZERO NO PACOTE BASICO".

       01  WRK-LINHA-OFERTA-BRONZE2 PIC X(080) VALUE
           "POR 6 MESES. PROCURE SUA AGENCIA PARA ADERIR.".

       01  WRK-LINHA-OFERTA-PRATA1  PIC X(080) VALUE
           "COMO CLIENTE PRATA, VOCE TEM TARIFA ZERO E TAXA REDUZIDA".

       01  WRK-LINHA-OFERTA-PRATA2  PIC X(080) VALUE
           "NO CREDITO PESSOAL POR 12 MESES. PROCURE SUA AGENCIA.".

       01  WRK-LINHA-OFERTA-OURO1   PIC X(080) VALUE
           "COMO CLIENTE OURO, VOCE TEM GERENTE EXCLUSIVO, TARIFA ZERO".

       01  WRK-LINHA-OFERTA-OURO2   PIC X(080) VALUE
           "E AS MELHORES TAXAS DE INVESTIMENTO. FALE COM SEU GERENTE.".

      *LINHAS DO RESUMO POR AGENCIA
       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(040) VALUE
              "CAMPANHA CADMEDIA - CARTAS DE OFERTA POR".
           05 FILLER                PIC X(040) VALUE
              " AGENCIA".

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(040) VALUE
              "AGE NOME                 SELEC.  CARTAS ".
           05 FILLER                PIC X(040) VALUE
              " OPTOUT RECONT. SEM END. DOMIC.".

       01  WRK-LINHA-DETALHE.
           05 DET-COD-AGENCIA       PIC X(003).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-NOME-AGENCIA      PIC X(020).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-SELECIONADOS      PIC ZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-CARTAS            PIC ZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-OPTOUT            PIC ZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-RECONTATO         PIC ZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-SEM-ENDERECO      PIC ZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-DOMICILIO         PIC ZZ.ZZ9.
           05 FILLER                PIC X(009) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CADMEDIA     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CARTANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CARTAS             PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SUPRIMIDOS-OPTOUT  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SUPRIMIDOS-RECONT  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-ENDERECO       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SUPRIMIDOS-DOMIC   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX27-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-CADMEDIA = "10".
           PERFORM 021-ORDENAR-CARTAS
             VARYING IDX-CARTA FROM 1 BY 1
               UNTIL IDX-CARTA > WRK-TAB-CARTA-QTDE.
           PERFORM 024-EMITIR-CARTA
             VARYING IDX-CARTA FROM 1 BY 1
               UNTIL IDX-CARTA > WRK-TAB-CARTA-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX27 INICIADO - CARTAS DA CAMPANHA"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMSUPR.
           PERFORM 014-CALCULAR-CORTE-SUPRESSAO.
           PERFORM 015-CARREGAR-TABELA-AGEMST.
           PERFORM 016-CARREGAR-TABELA-MAPA.
           PERFORM 017-CARREGAR-TABELA-CONSENT.
           PERFORM 018-CARREGAR-CARTANT.
           PERFORM 019-ABRIR-ENDERECO.
           PERFORM 025-CARREGAR-TABELA-DOMMEMB.
           PERFORM 040-LER-CADMEDIA.
           IF WRK-FS-CADMEDIA = "10"
              DISPLAY "CADMEDIA VAZIO - NENHUMA CARTA A EMITIR"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CADMEDIA.
           IF WRK-FS-CADMEDIA NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADMEDIA - FS: " WRK-FS-CADMEDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CARTHOJE.
           IF WRK-FS-CARTHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CARTHOJE - FS: " WRK-FS-CARTHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CARTAMID.
           IF WRK-FS-CARTAMID NOT = ZEROS
              DISPLAY "ERRO ABERTURA CARTAMID - FS: " WRK-FS-CARTAMID
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   SEMENDER.
           IF WRK-FS-SEMENDER NOT = ZEROS
              DISPLAY "ERRO ABERTURA SEMENDER - FS: " WRK-FS-SEMENDER
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CARTAAGE.
           IF WRK-FS-CARTAAGE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CARTAAGE - FS: " WRK-FS-CARTAAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN EXTEND   SUPRAUD.
           IF WRK-FS-SUPRAUD = "35"
              OPEN OUTPUT  SUPRAUD
           END-IF.
           IF WRK-FS-SUPRAUD NOT = ZEROS
              DISPLAY "ERRO ABERTURA SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *JANELA DE RECONTATO EM DIAS (28 SEM PARAMETRO, COMO NO
      *AC00EX08).
       013-LER-PARMSUPR.
           OPEN INPUT   PARMSUPR.
           IF WRK-FS-PARMSUPR = "35"
              MOVE 28 TO PARMSUPR-QTD-DIAS
           ELSE
              IF WRK-FS-PARMSUPR NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMSUPR - FS: "
                         WRK-FS-PARMSUPR
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMSUPR INTO WRK-PARMSUPR-REGISTRO
              IF WRK-FS-PARMSUPR NOT = "00"
                 DISPLAY "ERRO LEITURA PARMSUPR - FS: "
                         WRK-FS-PARMSUPR
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMSUPR
           END-IF.

      *DATA DE CORTE = HOJE MENOS A JANELA DE SUPRESSAO (DATAUTIL
      *COM QUANTIDADE NEGATIVA DE DIAS).
       014-CALCULAR-CORTE-SUPRESSAO.
           MOVE 2           TO WRK-CALL-OPERACAO.
           MOVE WRK-DE-DIA  TO WRK-CALL-DIA.
           MOVE WRK-DE-MES  TO WRK-CALL-MES.
           MOVE WRK-DE-ANO  TO WRK-CALL-ANO.
           COMPUTE WRK-CALL-QTD-DIAS = ZEROS - PARMSUPR-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-CALL-OPERACAO WRK-CALL-DIA
                                  WRK-CALL-MES WRK-CALL-ANO
                                  WRK-CALL-QTD-DIAS
                                  WRK-CALL-DIA-SEMANA
                                  WRK-CALL-NOME-DIA
                                  WRK-CALL-AVALIDA
                                  WRK-CALL-DATA2.
           MOVE WRK-CALL-ANO TO WRK-SUPR-ANO.
           MOVE WRK-CALL-MES TO WRK-SUPR-MES.
           MOVE WRK-CALL-DIA TO WRK-SUPR-DIA.

       015-CARREGAR-TABELA-AGEMST.
           OPEN INPUT   AGEMST.
           IF WRK-FS-AGEMST = "35"
              MOVE ZEROS TO WRK-TAB-AGEMST-QTDE
           ELSE
              IF WRK-FS-AGEMST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA AGEMST - FS: " WRK-FS-AGEMST
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-AGEMST
              PERFORM 030-MOVER-DADOS-TAB-AGEMST
                UNTIL WRK-FS-AGEMST = "10"

              CLOSE AGEMST
              IF WRK-FS-AGEMST NOT = "00"
                 DISPLAY "ERRO CLOSE AGEMST - FS: " WRK-FS-AGEMST
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       030-MOVER-DADOS-TAB-AGEMST.
           ADD 1 TO WRK-TAB-AGEMST-QTDE.
           MOVE AGEMST-COD-AGENCIA
           TO TAB-AGEMST-COD-AGENCIA(WRK-TAB-AGEMST-QTDE).
           MOVE AGEMST-NOME
           TO TAB-AGEMST-NOME(WRK-TAB-AGEMST-QTDE).
           PERFORM 041-LER-AGEMST.

      *CARREGA O MAPA DE CHAVES (CLIENTE DA CAMPANHA -> CONTA
      *BANCARIA). SEM O MAPA, NENHUM CLIENTE TEM ENDERECO.
       016-CARREGAR-TABELA-MAPA.
           OPEN INPUT   MAPMEDIA.
           IF WRK-FS-MAPMEDIA = "35"
              MOVE ZEROS TO WRK-TAB-MAPA-QTDE
           ELSE
              IF WRK-FS-MAPMEDIA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA MAPMEDIA - FS: "
                         WRK-FS-MAPMEDIA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 042-LER-MAPMEDIA
              PERFORM 031-MOVER-DADOS-TAB-MAPA
                UNTIL WRK-FS-MAPMEDIA = "10"

              CLOSE MAPMEDIA
              IF WRK-FS-MAPMEDIA NOT = "00"
                 DISPLAY "ERRO CLOSE MAPMEDIA - FS: " WRK-FS-MAPMEDIA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-MOVER-DADOS-TAB-MAPA.
           ADD 1 TO WRK-TAB-MAPA-QTDE.
           MOVE MAPMEDIA-CHAVE-CAMPANHA
           TO TAB-MAPA-CHAVE-CAMPANHA(WRK-TAB-MAPA-QTDE).
           MOVE MAPMEDIA-CHAVE
           TO TAB-MAPA-CHAVE(WRK-TAB-MAPA-QTDE).
           PERFORM 042-LER-MAPMEDIA.

       017-CARREGAR-TABELA-CONSENT.
           OPEN INPUT   CONSENT.
           IF WRK-FS-CONSENT = "35"
              MOVE ZEROS TO WRK-TAB-CONS-QTDE
           ELSE
              IF WRK-FS-CONSENT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-CONSENT
              PERFORM 032-MOVER-DADOS-TAB-CONS
                UNTIL WRK-FS-CONSENT = "10"
              CLOSE CONSENT
              IF WRK-FS-CONSENT NOT = "00"
                 DISPLAY "ERRO CLOSE CONSENT - FS: "
                         WRK-FS-CONSENT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       032-MOVER-DADOS-TAB-CONS.
           IF CONSENT-OPT-OUT
              ADD 1 TO WRK-TAB-CONS-QTDE
              MOVE CONSENT-CHAVE
              TO TAB-CONS-CHAVE(WRK-TAB-CONS-QTDE)
           END-IF.
           PERFORM 043-LER-CONSENT.

      *CARREGA AS CARTAS ENVIADAS DENTRO DA JANELA DE RECONTATO E
      *JA AS REGRAVA NA NOVA GERACAO. AS MAIS ANTIGAS QUE A DATA DE
      *CORTE SAO DESCARTADAS.
       018-CARREGAR-CARTANT.
           OPEN INPUT   CARTANT.
           IF WRK-FS-CARTANT = "35"
              MOVE ZEROS TO WRK-TAB-HIST-QTDE
           ELSE
              IF WRK-FS-CARTANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CARTANT - FS: "
                         WRK-FS-CARTANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-CARTANT
              PERFORM 033-GUARDAR-CARTANT
                UNTIL WRK-FS-CARTANT = "10"
              CLOSE CARTANT
              IF WRK-FS-CARTANT NOT = "00"
                 DISPLAY "ERRO CLOSE CARTANT - FS: "
                         WRK-FS-CARTANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       033-GUARDAR-CARTANT.
           ADD 1 TO WRK-CONT-LIDOS-CARTANT.
           IF CARTHIST-DATA NOT < WRK-DATA-CORTE-SUPR-NUM
              ADD 1 TO WRK-TAB-HIST-QTDE
              MOVE CARTHIST-CHAVE-CAMPANHA
              TO TAB-HIST-CHAVE-CAMPANHA(WRK-TAB-HIST-QTDE)
              PERFORM 047-GRAVAR-CARTHOJE
           END-IF.
           PERFORM 044-LER-CARTANT.

       019-ABRIR-ENDERECO.
           IF WRK-TAB-MAPA-QTDE > ZEROS
              OPEN INPUT   ENDERECO
              IF WRK-FS-ENDERECO = "35"
                 MOVE ZEROS TO WRK-TAB-MAPA-QTDE
              ELSE
                 IF WRK-FS-ENDERECO NOT = ZEROS
                    DISPLAY "ERRO ABERTURA ENDERECO - FS: "
                            WRK-FS-ENDERECO
                    PERFORM 999-ROTINA-ABEND
                 END-IF
              END-IF
           END-IF.

      *UM CLIENTE DO CADMEDIA POR ITERACAO. O OPT-OUT E A JANELA DE
      *RECONTATO SUPRIMEM A CARTA; SEM ENDERECO UTILIZAVEL O
      *CLIENTE VAI PARA SEMENDER. AS DEMAIS CARTAS FICAM EM MEMORIA
      *PARA A ORDENACAO POR CEP.
       020-PROCESSAR.
           ADD 1 TO WRK-CONT-LIDOS-CADMEDIA.
           PERFORM 034-BUSCAR-AGENCIA.
           ADD 1 TO TAB-AGE-SELECIONADOS(IDX-AGE).
           PERFORM 035-BUSCAR-MAPA.
           PERFORM 036-VERIFICAR-CONSENTIMENTO.
           IF CONTATO-SUPRIMIDO
              MOVE "OPTOUT    " TO WRK-REGRA-SUPRESSAO
              PERFORM 049-GRAVAR-SUPRAUD
              ADD 1 TO WRK-CONT-SUPRIMIDOS-OPTOUT
              ADD 1 TO TAB-AGE-OPTOUT(IDX-AGE)
           ELSE
              PERFORM 037-VERIFICAR-RECONTATO
              IF CONTATO-SUPRIMIDO
                 MOVE "RECONTATO " TO WRK-REGRA-SUPRESSAO
                 PERFORM 049-GRAVAR-SUPRAUD
                 ADD 1 TO WRK-CONT-SUPRIMIDOS-RECONT
                 ADD 1 TO TAB-AGE-RECONTATO(IDX-AGE)
              ELSE
                 PERFORM 038-BUSCAR-ENDERECO
                 IF ENDERECO-ENCONTRADO
                    PERFORM 027-VERIFICAR-DOMICILIO
                    IF CONTATO-SUPRIMIDO
                       MOVE "DOMICILIO " TO WRK-REGRA-SUPRESSAO
                       PERFORM 049-GRAVAR-SUPRAUD
                       ADD 1 TO WRK-CONT-SUPRIMIDOS-DOMIC
                       ADD 1 TO TAB-AGE-DOMICILIO(IDX-AGE)
                    ELSE
                       PERFORM 039-GUARDAR-CARTA
                    END-IF
                 ELSE
                    PERFORM 045-GRAVAR-SEMENDER
                    ADD 1 TO TAB-AGE-SEM-ENDERECO(IDX-AGE)
                 END-IF
              END-IF
           END-IF.
           PERFORM 040-LER-CADMEDIA.

      *POSICIONA IDX-AGE NA AGENCIA DO CLIENTE, INCLUINDO A
      *AGENCIA NA TABELA DO RESUMO NA PRIMEIRA OCORRENCIA, COM O
      *NOME DO AGEMST.
       034-BUSCAR-AGENCIA.
           SET IDX-AGE TO 1.
           SEARCH TAB-AGE-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-AGE-QTDE
                   SET IDX-AGE TO WRK-TAB-AGE-QTDE
                   MOVE CADMEDIA-AGENCIA TO TAB-AGE-COD-AGENCIA(IDX-AGE)
                   MOVE "NAO CADASTRADA" TO TAB-AGE-NOME(IDX-AGE)
                   MOVE ZEROS TO TAB-AGE-SELECIONADOS(IDX-AGE)
                                 TAB-AGE-CARTAS(IDX-AGE)
                                 TAB-AGE-OPTOUT(IDX-AGE)
                                 TAB-AGE-RECONTATO(IDX-AGE)
                                 TAB-AGE-SEM-ENDERECO(IDX-AGE)
                                 TAB-AGE-DOMICILIO(IDX-AGE)
                   SET IDX-AGEMST TO 1
                   SEARCH TAB-AGEMST-REGISTRO
                       AT END
                           CONTINUE
                       WHEN TAB-AGEMST-COD-AGENCIA(IDX-AGEMST) =
                            CADMEDIA-AGENCIA
                           MOVE TAB-AGEMST-NOME(IDX-AGEMST)
                           TO TAB-AGE-NOME(IDX-AGE)
                   END-SEARCH
               WHEN TAB-AGE-COD-AGENCIA(IDX-AGE) = CADMEDIA-AGENCIA
                   CONTINUE
           END-SEARCH.

      *CONTA BANCARIA DO CLIENTE DA CAMPANHA, PELO MAPMEDIA.
       035-BUSCAR-MAPA.
           SET MAPA-NAO-ENCONTRADO TO TRUE.
           MOVE SPACES TO WRK-CHAVE-BANCO.
           SET IDX-MAPA TO 1.
           SEARCH TAB-MAPA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MAPA-CHAVE-CAMPANHA(IDX-MAPA) = CADMEDIA-CHAVE
                   SET MAPA-ENCONTRADO TO TRUE
                   MOVE TAB-MAPA-CHAVE(IDX-MAPA) TO WRK-CHAVE-BANCO
           END-SEARCH.

      *VERIFICA SE O CLIENTE PODE SER CONTATADO - PRIMEIRO PELA
      *AGENCIA+CODIGO DA CAMPANHA NA CHAVE GENERICA, DEPOIS PELA
      *CONTA BANCARIA, QUANDO MAPEADA. A CHAVE QUE CASOU VAI PARA
      *A TRILHA.
       036-VERIFICAR-CONSENTIMENTO.
           SET CONTATO-PERMITIDO TO TRUE.
           MOVE SPACES TO WRK-CHAVE-CONSENT.
           MOVE CADMEDIA-CHAVE TO WRK-CHAVE-CONSENT.
           SET IDX-CONS TO 1.
           SEARCH TAB-CONS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CONS-CHAVE(IDX-CONS) = WRK-CHAVE-CONSENT
                   SET CONTATO-SUPRIMIDO TO TRUE
           END-SEARCH.

           IF CONTATO-PERMITIDO AND MAPA-ENCONTRADO
              SET IDX-CONS TO 1
              SEARCH TAB-CONS-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CONS-CHAVE(IDX-CONS) = WRK-CHAVE-BANCO
                      SET CONTATO-SUPRIMIDO TO TRUE
                      MOVE WRK-CHAVE-BANCO TO WRK-CHAVE-CONSENT
              END-SEARCH
           END-IF.

      *CLIENTE QUE JA RECEBEU CARTA DENTRO DA JANELA DE RECONTATO
      *NAO RECEBE OUTRA. A TRILHA REGISTRA A CHAVE DA CAMPANHA.
       037-VERIFICAR-RECONTATO.
           MOVE SPACES TO WRK-CHAVE-CONSENT.
           MOVE CADMEDIA-CHAVE TO WRK-CHAVE-CONSENT.
           SET IDX-HIST TO 1.
           SEARCH TAB-HIST-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-HIST-CHAVE-CAMPANHA(IDX-HIST) = CADMEDIA-CHAVE
                   SET CONTATO-SUPRIMIDO TO TRUE
           END-SEARCH.

      *BUSCA O ENDERECO DE CORRESPONDENCIA PELA CONTA MAPEADA.
      *ENDERECO SEM RUA OU SEM CEP NAO SERVE PARA A CARTA.
       038-BUSCAR-ENDERECO.
           SET ENDERECO-NAO-ENCONTRADO TO TRUE.
           MOVE SPACES TO WRK-FS-ENDERECO.
           IF MAPA-ENCONTRADO AND WRK-TAB-MAPA-QTDE > ZEROS
              MOVE WRK-CHAVE-BANCO TO FD-ENDERECO-CHAVE
              READ ENDERECO INTO WRK-ENDERECO-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ENDERECO-RUA NOT = SPACES AND
                         ENDERECO-CEP NOT = ZEROS
                         SET ENDERECO-ENCONTRADO TO TRUE
                      END-IF
              END-READ
           END-IF.

      *CARREGA O DOMICILIO DE CADA CONTA. OS MEMBROS CLIENTES DA
      *LOJA NAO INTERESSAM AQUI.
       025-CARREGAR-TABELA-DOMMEMB.
           OPEN INPUT   DOMMEMB.
           IF WRK-FS-DOMMEMB = "35"
              MOVE ZEROS TO WRK-TAB-DMB-QTDE
           ELSE
              IF WRK-FS-DOMMEMB NOT = ZEROS
                 DISPLAY "ERRO ABERTURA DOMMEMB - FS: " WRK-FS-DOMMEMB
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 029-LER-DOMMEMB
              PERFORM 026-MOVER-DADOS-TAB-DMB
                UNTIL WRK-FS-DOMMEMB = "10"
              CLOSE DOMMEMB
              IF WRK-FS-DOMMEMB NOT = "00"
                 DISPLAY "ERRO CLOSE DOMMEMB - FS: " WRK-FS-DOMMEMB
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       026-MOVER-DADOS-TAB-DMB.
           IF DOMMEMB-CONTA
              ADD 1 TO WRK-TAB-DMB-QTDE
              MOVE DOMMEMB-CHAVE
              TO TAB-DMB-CHAVE(WRK-TAB-DMB-QTDE)
              MOVE DOMMEMB-NUMERO
              TO TAB-DMB-NUMERO(WRK-TAB-DMB-QTDE)
           END-IF.
           PERFORM 029-LER-DOMMEMB.

      *UMA CARTA POR DOMICILIO: A CONTA DE UM DOMICILIO QUE JA TEM
      *CARTA NESTE RUN E SUPRIMIDA; SENAO O DOMICILIO E MARCADO.
      *A TRILHA REGISTRA A CONTA BANCARIA.
       027-VERIFICAR-DOMICILIO.
           MOVE ZEROS TO WRK-NUMERO-DOMICILIO.
           SET IDX-DMB TO 1.
           SEARCH TAB-DMB-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-DMB-CHAVE(IDX-DMB) = WRK-CHAVE-BANCO
                   MOVE TAB-DMB-NUMERO(IDX-DMB)
                     TO WRK-NUMERO-DOMICILIO
           END-SEARCH.

           IF WRK-NUMERO-DOMICILIO NOT = ZEROS
              SET IDX-DCT TO 1
              SEARCH TAB-DCT-REGISTRO
                  AT END
                      ADD 1 TO WRK-TAB-DCT-QTDE
                      MOVE WRK-NUMERO-DOMICILIO
                        TO TAB-DCT-NUMERO(WRK-TAB-DCT-QTDE)
                  WHEN TAB-DCT-NUMERO(IDX-DCT) = WRK-NUMERO-DOMICILIO
                      SET CONTATO-SUPRIMIDO TO TRUE
                      MOVE WRK-CHAVE-BANCO TO WRK-CHAVE-CONSENT
              END-SEARCH
           END-IF.

       029-LER-DOMMEMB.
           READ DOMMEMB INTO WRK-DOMMEMB-REGISTRO.
           IF WRK-FS-DOMMEMB NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DOMMEMB - FS: " WRK-FS-DOMMEMB
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GUARDA A CARTA DO CLIENTE PARA A EMISSAO ORDENADA POR CEP.
       039-GUARDAR-CARTA.
           ADD 1 TO WRK-TAB-CARTA-QTDE.
           SET IDX-CARTA TO WRK-TAB-CARTA-QTDE.
           MOVE ENDERECO-CEP     TO TAB-CARTA-CEP(IDX-CARTA).
           MOVE CADMEDIA-CHAVE   TO TAB-CARTA-CHAVE-CAMPANHA(IDX-CARTA).
           MOVE CADMEDIA-NOME    TO TAB-CARTA-NOME(IDX-CARTA).
           MOVE CADMEDIA-FAIXA-CAMPANHA
             TO TAB-CARTA-FAIXA(IDX-CARTA).
           MOVE ENDERECO-RUA     TO TAB-CARTA-RUA(IDX-CARTA).
           MOVE ENDERECO-CIDADE  TO TAB-CARTA-CIDADE(IDX-CARTA).
           MOVE ENDERECO-UF      TO TAB-CARTA-UF(IDX-CARTA).
           MOVE TAB-AGE-NOME(IDX-AGE)
             TO TAB-CARTA-NOME-AGENCIA(IDX-CARTA).
           ADD 1 TO TAB-AGE-CARTAS(IDX-AGE).

      *ORDENACAO POR SELECAO: CEP CRESCENTE, DEPOIS AGENCIA E
      *CODIGO DO CLIENTE.
       021-ORDENAR-CARTAS.
           SET IDX-CARTA2 TO IDX-CARTA.
           PERFORM 022-BUSCAR-MENOR-CEP
             VARYING IDX-CARTA3 FROM IDX-CARTA BY 1
               UNTIL IDX-CARTA3 > WRK-TAB-CARTA-QTDE.
           IF IDX-CARTA2 NOT = IDX-CARTA
              MOVE TAB-CARTA-REGISTRO(IDX-CARTA)
              TO WRK-TAB-CARTA-TROCA
              MOVE TAB-CARTA-REGISTRO(IDX-CARTA2)
              TO TAB-CARTA-REGISTRO(IDX-CARTA)
              MOVE WRK-TAB-CARTA-TROCA
              TO TAB-CARTA-REGISTRO(IDX-CARTA2)
           END-IF.

       022-BUSCAR-MENOR-CEP.
           IF TAB-CARTA-ORDEM(IDX-CARTA3) <
              TAB-CARTA-ORDEM(IDX-CARTA2)
              SET IDX-CARTA2 TO IDX-CARTA3
           END-IF.

      *MONTA E GRAVA A CARTA DE OFERTA, COM O TEXTO DA FAIXA DA
      *CAMPANHA, E REGISTRA O ENVIO NO HISTORICO DA JANELA.
       024-EMITIR-CARTA.
           MOVE WRK-DE-DIA            TO CARTA-DIA.
           MOVE WRK-DE-MES            TO CARTA-MES.
           MOVE WRK-DE-ANO            TO CARTA-ANO.
           MOVE TAB-CARTA-AGENCIA(IDX-CARTA)     TO CARTA-AGENCIA.
           MOVE TAB-CARTA-COD-CLIENTE(IDX-CARTA) TO CARTA-COD-CLIENTE.
           MOVE TAB-CARTA-NOME(IDX-CARTA)   TO CARTA-NOME-CLIENTE.
           MOVE TAB-CARTA-RUA(IDX-CARTA)    TO CARTA-END-RUA.
           MOVE TAB-CARTA-CIDADE(IDX-CARTA) TO CARTA-END-CIDADE.
           MOVE TAB-CARTA-UF(IDX-CARTA)     TO CARTA-END-UF.
           MOVE TAB-CARTA-CEP(IDX-CARTA)    TO CARTA-END-CEP.
           MOVE TAB-CARTA-AGENCIA(IDX-CARTA) TO CARTA-COD-AGENCIA.
           MOVE TAB-CARTA-NOME-AGENCIA(IDX-CARTA)
             TO CARTA-NOME-AGENCIA.

           MOVE WRK-LINHA-TRACO          TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-TITULO-CARTA   TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-CLIENTE  TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-ENDERECO       TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-AGENCIA  TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.

           EVALUATE TAB-CARTA-FAIXA(IDX-CARTA)
               WHEN "3"
                   MOVE WRK-LINHA-OFERTA-OURO1 TO FD-CARTAMID-REGISTRO
                   PERFORM 048-GRAVAR-LINHA-CARTA
                   MOVE WRK-LINHA-OFERTA-OURO2 TO FD-CARTAMID-REGISTRO
                   PERFORM 048-GRAVAR-LINHA-CARTA
               WHEN "2"
                   MOVE WRK-LINHA-OFERTA-PRATA1 TO FD-CARTAMID-REGISTRO
                   PERFORM 048-GRAVAR-LINHA-CARTA
                   MOVE WRK-LINHA-OFERTA-PRATA2 TO FD-CARTAMID-REGISTRO
                   PERFORM 048-GRAVAR-LINHA-CARTA
               WHEN OTHER
                   MOVE WRK-LINHA-OFERTA-BRONZE1
                     TO FD-CARTAMID-REGISTRO
                   PERFORM 048-GRAVAR-LINHA-CARTA
                   MOVE WRK-LINHA-OFERTA-BRONZE2
                     TO FD-CARTAMID-REGISTRO
                   PERFORM 048-GRAVAR-LINHA-CARTA
           END-EVALUATE.

           MOVE WRK-LINHA-TRACO          TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-BRANCO         TO FD-CARTAMID-REGISTRO.
           PERFORM 048-GRAVAR-LINHA-CARTA.

           MOVE TAB-CARTA-CHAVE-CAMPANHA(IDX-CARTA)
             TO CARTHIST-CHAVE-CAMPANHA.
           MOVE WRK-DATA-SIS TO CARTHIST-DATA.
           PERFORM 047-GRAVAR-CARTHOJE.

           ADD 1 TO WRK-CONT-CARTAS.

       040-LER-CADMEDIA.
           READ CADMEDIA INTO WRK-CADMEDIA-REGISTRO.
           IF WRK-FS-CADMEDIA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADMEDIA - FS: " WRK-FS-CADMEDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-AGEMST.
           READ AGEMST INTO WRK-AGEMST-REGISTRO.
           IF WRK-FS-AGEMST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA AGEMST - FS: " WRK-FS-AGEMST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-MAPMEDIA.
           READ MAPMEDIA INTO WRK-MAPMEDIA-REGISTRO.
           IF WRK-FS-MAPMEDIA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPMEDIA - FS: " WRK-FS-MAPMEDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CONSENT.
           READ CONSENT INTO WRK-CONSENT-REGISTRO.
           IF WRK-FS-CONSENT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONSENT - FS: " WRK-FS-CONSENT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-CARTANT.
           READ CARTANT INTO WRK-CARTHIST-REGISTRO.
           IF WRK-FS-CARTANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CARTANT - FS: " WRK-FS-CARTANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CLIENTE SEM MAPA/CADASTRO DE ENDERECO, OU COM O CADASTRO
      *SEM RUA OU CEP, SAI NA LISTA PARA CONTATO PELA AGENCIA.
       045-GRAVAR-SEMENDER.
           MOVE CADMEDIA-AGENCIA        TO SEMENDER-AGENCIA.
           MOVE CADMEDIA-COD-CLIENTE    TO SEMENDER-COD-CLIENTE.
           MOVE CADMEDIA-NOME           TO SEMENDER-NOME-CLIENTE.
           MOVE CADMEDIA-FAIXA-CAMPANHA TO SEMENDER-FAIXA.
           IF WRK-FS-ENDERECO = "00"
              MOVE "INCOMPLETO" TO SEMENDER-MOTIVO
           ELSE
              MOVE "SEMCADASTR" TO SEMENDER-MOTIVO
           END-IF.

           WRITE FD-SEMENDER-REGISTRO FROM WRK-SEMENDER-REGISTRO.
           IF WRK-FS-SEMENDER NOT = ZEROS
              DISPLAY "ERRO GRAVACAO SEMENDER - FS: " WRK-FS-SEMENDER
              PERFORM 999-ROTINA-ABEND
           END-IF.

           ADD 1 TO WRK-CONT-SEM-ENDERECO.

       047-GRAVAR-CARTHOJE.
           WRITE FD-CARTHOJE-REGISTRO FROM WRK-CARTHIST-REGISTRO.
           IF WRK-FS-CARTHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CARTHOJE - FS: " WRK-FS-CARTHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-GRAVAR-LINHA-CARTA.
           WRITE FD-CARTAMID-REGISTRO.
           IF WRK-FS-CARTAMID NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CARTAMID - FS: " WRK-FS-CARTAMID
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *REGISTRA NA TRILHA DE SUPRESSAO A CARTA QUE DEIXOU DE SAIR.
       049-GRAVAR-SUPRAUD.
           MOVE "AC01EX27"          TO SUPRAUD-PROGRAMA.
           MOVE WRK-CHAVE-CONSENT   TO SUPRAUD-CHAVE.
           MOVE WRK-DATA-SIS        TO SUPRAUD-DATA.
           MOVE WRK-REGRA-SUPRESSAO TO SUPRAUD-REGRA.
           WRITE FD-SUPRAUD-REGISTRO FROM WRK-SUPRAUD-REGISTRO.
           IF WRK-FS-SUPRAUD NOT = ZEROS
              DISPLAY "ERRO GRAVACAO SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-CARTAAGE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *RESUMO POR AGENCIA: SELECIONADOS, CARTAS EMITIDAS E
      *CLIENTES SUPRIMIDOS POR OPT-OUT, POR RECONTATO, POR FALTA
      *DE ENDERECO E POR DOMICILIO.
       053-GRAVAR-CARTAAGE.
           MOVE WRK-LINHA-CAB1  TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.
           MOVE WRK-LINHA-TRACO TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.
           MOVE WRK-LINHA-CAB2  TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.
           MOVE WRK-LINHA-TRACO TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.

           PERFORM 054-GRAVAR-DETALHE-AGENCIA
             VARYING IDX-AGE FROM 1 BY 1
               UNTIL IDX-AGE > WRK-TAB-AGE-QTDE.

           MOVE WRK-LINHA-TRACO TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.
           MOVE "TOT"                      TO DET-COD-AGENCIA.
           MOVE "TOTAL DA CAMPANHA"        TO DET-NOME-AGENCIA.
           MOVE WRK-CONT-LIDOS-CADMEDIA    TO DET-SELECIONADOS.
           MOVE WRK-CONT-CARTAS            TO DET-CARTAS.
           MOVE WRK-CONT-SUPRIMIDOS-OPTOUT TO DET-OPTOUT.
           MOVE WRK-CONT-SUPRIMIDOS-RECONT TO DET-RECONTATO.
           MOVE WRK-CONT-SEM-ENDERECO      TO DET-SEM-ENDERECO.
           MOVE WRK-CONT-SUPRIMIDOS-DOMIC  TO DET-DOMICILIO.
           MOVE WRK-LINHA-DETALHE TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.

       054-GRAVAR-DETALHE-AGENCIA.
           MOVE TAB-AGE-COD-AGENCIA(IDX-AGE)  TO DET-COD-AGENCIA.
           MOVE TAB-AGE-NOME(IDX-AGE)         TO DET-NOME-AGENCIA.
           MOVE TAB-AGE-SELECIONADOS(IDX-AGE) TO DET-SELECIONADOS.
           MOVE TAB-AGE-CARTAS(IDX-AGE)       TO DET-CARTAS.
           MOVE TAB-AGE-OPTOUT(IDX-AGE)       TO DET-OPTOUT.
           MOVE TAB-AGE-RECONTATO(IDX-AGE)    TO DET-RECONTATO.
           MOVE TAB-AGE-SEM-ENDERECO(IDX-AGE) TO DET-SEM-ENDERECO.
           MOVE TAB-AGE-DOMICILIO(IDX-AGE)    TO DET-DOMICILIO.
           MOVE WRK-LINHA-DETALHE TO FD-CARTAAGE-REGISTRO.
           PERFORM 046-GRAVAR-LINHA-CARTAAGE.

       046-GRAVAR-LINHA-CARTAAGE.
           WRITE FD-CARTAAGE-REGISTRO.
           IF WRK-FS-CARTAAGE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CARTAAGE - FS: " WRK-FS-CARTAAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CADMEDIA....: "
                   WRK-CONT-LIDOS-CADMEDIA.
           DISPLAY "Quantidade de Registros Lidos CARTANT.....: "
                   WRK-CONT-LIDOS-CARTANT.
           DISPLAY "Quantidade de Cartas Emitidas.............: "
                   WRK-CONT-CARTAS.
           DISPLAY "Quantidade de Suprimidos por Opt-out......: "
                   WRK-CONT-SUPRIMIDOS-OPTOUT.
           DISPLAY "Quantidade de Suprimidos por Recontato....: "
                   WRK-CONT-SUPRIMIDOS-RECONT.
           DISPLAY "Quantidade de Suprimidos por Domicilio....: "
                   WRK-CONT-SUPRIMIDOS-DOMIC.
           DISPLAY "Quantidade de Clientes sem Endereco.......: "
                   WRK-CONT-SEM-ENDERECO.

       052-FECHAR-ARQUIVOS.
           CLOSE CADMEDIA.
           IF WRK-FS-CADMEDIA NOT = "00"
              DISPLAY "ERRO CLOSE CADMEDIA - FS: " WRK-FS-CADMEDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-TAB-MAPA-QTDE > ZEROS
              CLOSE ENDERECO
              IF WRK-FS-ENDERECO NOT = "00"
                 DISPLAY "ERRO CLOSE ENDERECO - FS: " WRK-FS-ENDERECO
              END-IF
           END-IF.

           CLOSE CARTHOJE.
           IF WRK-FS-CARTHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CARTHOJE - FS: " WRK-FS-CARTHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CARTAMID.
           IF WRK-FS-CARTAMID NOT = "00"
              DISPLAY "ERRO CLOSE CARTAMID - FS: " WRK-FS-CARTAMID
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE SEMENDER.
           IF WRK-FS-SEMENDER NOT = "00"
              DISPLAY "ERRO CLOSE SEMENDER - FS: " WRK-FS-SEMENDER
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CARTAAGE.
           IF WRK-FS-CARTAAGE NOT = "00"
              DISPLAY "ERRO CLOSE CARTAAGE - FS: " WRK-FS-CARTAAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE SUPRAUD.
           IF WRK-FS-SUPRAUD NOT = "00"
              DISPLAY "ERRO CLOSE SUPRAUD - FS: " WRK-FS-SUPRAUD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX27".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

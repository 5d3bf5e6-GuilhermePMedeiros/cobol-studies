       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX37.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX37
      *COPIA MASCARADA DOS DADOS DE PRODUCAO PARA O AMBIENTE DE
      *TESTE. COPIA CLIENTE, CADCLIN, ENDERECO, TITULAR2, BENEF E
      *O HISTORICO DE VENDAS (ARQCOMPRA) PARA OS ARQUIVOS
      *CLIEMASK, CADCMASK, ENDEMASK, TIT2MASK, BENEMASK E
      *COMPMASK, NA MESMA ORDEM E COM O MESMO LAYOUT, PARA SEREM
      *CARREGADOS NOS MESTRES DE TESTE.
      *NOMES, TELEFONES, RUAS E DOCUMENTOS SAO TROCADOS POR
      *VALORES FICTICIOS MONTADOS A PARTIR DE UMA IDENTIDADE
      *FICTICIA (NUMERO DE 5 DIGITOS). A MESMA PESSOA RECEBE A
      *MESMA IDENTIDADE EM TODOS OS ARQUIVOS:
      *  - CLIENTE DE VENDAS: O PROPRIO CODIGO DO CLIENTE;
      *  - CONTA BANCARIA (CADCLIN E ENDERECO): O CLIENTE DE
      *    VENDAS LIGADO A CONTA PELO MAPCLI - O CLIENTE E A CONTA
      *    FICAM COM O MESMO NOME FICTICIO. CONTA SEM LIGACAO
      *    RECEBE UMA IDENTIDADE PROPRIA (1000 EM DIANTE);
      *  - SEGUNDO TITULAR E BENEFICIARIO: O DOCUMENTO ORIGINAL
      *    (50000 EM DIANTE) - O MESMO DOCUMENTO TEM O MESMO NOME
      *    E DOCUMENTO FICTICIOS NOS DOIS ARQUIVOS.
      *CHAVES, VALORES, DATAS, CIDADE/UF/CEP E CODIGOS NAO MUDAM,
      *ENTAO O MAPCLI E OS BALANCEAMENTOS ENTRE ARQUIVOS VALEM NA
      *COPIA SEM ALTERACAO. O ARQCOMPRA NAO TEM DADO PESSOAL E E
      *COPIADO INTEGRALMENTE. O TITULAR JA APAGADO PELO AC00EX76
      *CONTINUA APAGADO NA COPIA.
      *PROVA: TODO VALOR PESSOAL ORIGINAL E CATALOGADO NA LEITURA
      *E, NO FIM, AS COPIAS GRAVADAS SAO RELIDAS E CADA CAMPO
      *PESSOAL E PROCURADO NO CATALOGO. O RELATORIO MASKREL LISTA
      *A CHAVE DE CADA VALOR ORIGINAL ENCONTRADO (NUNCA O VALOR) E
      *O RESUMO POR ARQUIVO. RC 8 QUANDO ALGUM VALOR ORIGINAL
      *SOBREVIVEU - A COPIA NAO DEVE SER LIBERADA PARA TESTE.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT CLIENTE   ASSIGN    TO CLIENTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-CLIENTE-COD-CLINTE
                      FILE STATUS    IS WRK-FS-CLIENTE.

      *MAPA CONTA -> CLIENTE, SO CONSULTADO (NAO TEM DADO PESSOAL)
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

       SELECT ENDERECO ASSIGN    TO ENDERECO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-ENDERECO-CHAVE
                      FILE STATUS    IS WRK-FS-ENDERECO.

       SELECT TITULAR2 ASSIGN    TO TITULAR2
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-TITULAR2-CHAVE
                      FILE STATUS    IS WRK-FS-TITULAR2.

       SELECT BENEF    ASSIGN    TO BENEF
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-BENEF-CHAVE
                      FILE STATUS    IS WRK-FS-BENEF.

       SELECT ARQCOMPRA ASSIGN   TO ARQCOMPRA
                      FILE STATUS    IS WRK-FS-ARQCOMPRA.

      *COPIAS MASCARADAS - GRAVADAS E DEPOIS RELIDAS NA PROVA
       SELECT CLIEMASK ASSIGN    TO CLIEMASK
                      FILE STATUS    IS WRK-FS-CLIEMASK.

       SELECT CADCMASK ASSIGN    TO CADCMASK
                      FILE STATUS    IS WRK-FS-CADCMASK.

       SELECT ENDEMASK ASSIGN    TO ENDEMASK
                      FILE STATUS    IS WRK-FS-ENDEMASK.

       SELECT TIT2MASK ASSIGN    TO TIT2MASK
                      FILE STATUS    IS WRK-FS-TIT2MASK.

       SELECT BENEMASK ASSIGN    TO BENEMASK
                      FILE STATUS    IS WRK-FS-BENEMASK.

       SELECT COMPMASK ASSIGN    TO COMPMASK
                      FILE STATUS    IS WRK-FS-COMPMASK.

      *RELATORIO DE PROVA DO MASCARAMENTO
       SELECT MASKREL  ASSIGN    TO MASKREL
                      FILE STATUS    IS WRK-FS-MASKREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  CLIENTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

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

       FD  ENDERECO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDERECO-REGISTRO.
           05 FD-ENDERECO-CHAVE     PIC X(015).
           05 FILLER                PIC X(060).

       FD  TITULAR2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TITULAR2-REGISTRO.
           05 FD-TITULAR2-CHAVE     PIC X(015).
           05 FILLER                PIC X(051).

       FD  BENEF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BENEF-REGISTRO.
           05 FD-BENEF-CHAVE        PIC X(012).
           05 FILLER                PIC X(056).

       FD  ARQCOMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQCOMPRA-REGISTRO   PIC X(038).

       FD  CLIEMASK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CLIEMASK-REGISTRO    PIC X(026).

       FD  CADCMASK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCMASK-REGISTRO    PIC X(090).

       FD  ENDEMASK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDEMASK-REGISTRO    PIC X(075).

       FD  TIT2MASK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TIT2MASK-REGISTRO    PIC X(066).

       FD  BENEMASK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BENEMASK-REGISTRO    PIC X(068).

       FD  COMPMASK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPMASK-REGISTRO    PIC X(038).

       FD  MASKREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MASKREL-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-TITULAR2       PIC X(002) VALUE SPACES.
           05 WRK-FS-BENEF          PIC X(002) VALUE SPACES.
           05 WRK-FS-ARQCOMPRA      PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIEMASK       PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCMASK       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDEMASK       PIC X(002) VALUE SPACES.
           05 WRK-FS-TIT2MASK       PIC X(002) VALUE SPACES.
           05 WRK-FS-BENEMASK       PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPMASK       PIC X(002) VALUE SPACES.
           05 WRK-FS-MASKREL        PIC X(002) VALUE SPACES.

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
           05 CLIENTE-COD-PRAZO     PIC  X(002).

      *LAYOUT DE MAPCLI
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

      *LAYOUT DE ENDERECO - MESMO MANTIDO PELO AC00EX37
       01  WRK-ENDERECO-REGISTRO.
           05 ENDERECO-CHAVE        PIC X(015).
           05 ENDERECO-RUA          PIC X(030).
           05 ENDERECO-CIDADE       PIC X(020).
           05 ENDERECO-UF           PIC X(002).
           05 ENDERECO-CEP          PIC 9(008).

      *LAYOUT DE TITULAR2 - MESMO MANTIDO PELO AC00EX81
       01  WRK-TITULAR2-REGISTRO.
           05 TITULAR2-CHAVE        PIC X(015).
           05 TITULAR2-NOME         PIC X(040).
           05 TITULAR2-DOCUMENTO    PIC 9(011).

      *LAYOUT DE BENEF - MESMO MANTIDO PELO AC00EX88
       01  WRK-BENEF-REGISTRO.
           05 BENEF-CHAVE.
               07 BENEF-COD-CLIENTE    PIC 9(005).
               07 BENEF-COD-PRODUTO    PIC 9(005).
               07 BENEF-SEQUENCIA      PIC 9(002).
           05 BENEF-NOME            PIC X(040).
           05 BENEF-DOCUMENTO       PIC 9(011).
           05 BENEF-PCT-RATEIO      PIC 9(003)V99.

      *LAYOUT DE COMPRA - MESMO DO ARQCOMPRA
       01  WRK-COMPRA-REGISTRO      PIC X(038).

      *NOME GRAVADO PELO AC00EX76 NO TITULAR APAGADO - NAO E DADO
      *PESSOAL E FICA COMO ESTA NA COPIA
       01  WRK-NOME-REMOVIDO        PIC X(040)
           VALUE "TITULAR REMOVIDO".

      *SITUACAO DO MAPA DE CHAVES
       01  WRK-SW-MAPCLI            PIC 9(001) VALUE ZEROS.
           88 MAPCLI-DISPONIVEL        VALUE 1.
           88 MAPCLI-AUSENTE           VALUE 0.

      *IDENTIDADE FICTICIA E OS VALORES MONTADOS A PARTIR DELA
       01  WRK-ID-FALSO             PIC 9(005) VALUE ZEROS.

       01  WRK-FALSO-NOME-CLI.
           05 FILLER                PIC X(014) VALUE "CLIENTE TESTE ".
           05 FALSO-NOME-CLI-ID     PIC 9(005).

       01  WRK-FALSO-NOME-PES.
           05 FILLER                PIC X(013) VALUE "PESSOA TESTE ".
           05 FALSO-NOME-PES-ID     PIC 9(005).

       01  WRK-FALSO-RUA.
           05 FILLER                PIC X(013) VALUE "RUA DE TESTE ".
           05 FALSO-RUA-ID          PIC 9(005).

       01  WRK-FALSO-TELEFONE       PIC 9(008) VALUE ZEROS.
       01  WRK-FALSO-DOCUMENTO      PIC 9(011) VALUE ZEROS.

      *CONTAS SEM LIGACAO NO MAPCLI, EM ORDEM DE CHAVE, COM A
      *IDENTIDADE DADA NA PRIMEIRA VEZ QUE A CONTA APARECEU
       01  WRK-CHAVE-CONTA          PIC X(015) VALUE SPACES.
       01  WRK-SEQ-CONTA            PIC 9(005) VALUE ZEROS.
       01  WRK-TAB-CTA-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CTA-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CTA-QTDE
               ASCENDING KEY IS TAB-CTA-CHAVE
               INDEXED BY IDX-CTA.
           05 TAB-CTA-CHAVE         PIC X(015).
           05 TAB-CTA-ID            PIC 9(005).

      *PESSOAS (SEGUNDO TITULAR E BENEFICIARIO) POR DOCUMENTO
       01  WRK-DOC-PESSOA           PIC 9(011) VALUE ZEROS.
       01  WRK-SEQ-PESSOA           PIC 9(005) VALUE ZEROS.
       01  WRK-TAB-PES-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PES-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-PES-QTDE
               ASCENDING KEY IS TAB-PES-DOCUMENTO
               INDEXED BY IDX-PES.
           05 TAB-PES-DOCUMENTO     PIC 9(011).
           05 TAB-PES-ID            PIC 9(005).

      *CATALOGO DOS VALORES PESSOAIS ORIGINAIS, EM ORDEM.
      *TIPO N = NOME, T = TELEFONE, R = RUA, D = DOCUMENTO.
       01  WRK-ORI-CHAVE.
           05 ORI-TIPO              PIC X(001).
           05 ORI-VALOR             PIC X(040).

       01  WRK-TAB-ORI-QTDE         PIC 9(005) VALUE ZEROS.

       01  TAB-ORI-REGISTRO OCCURS 1 TO 20000 TIMES
               DEPENDING ON WRK-TAB-ORI-QTDE
               ASCENDING KEY IS TAB-ORI-CHAVE
               INDEXED BY IDX-ORI.
           05 TAB-ORI-CHAVE         PIC X(041).

      *APOIO AS INCLUSOES ORDENADAS
       01  WRK-SUB-POSICAO          PIC 9(005) VALUE ZEROS.
       01  WRK-SUB-DESLOCA          PIC 9(005) VALUE ZEROS.
       01  WRK-SUB-DESTINO          PIC 9(005) VALUE ZEROS.

       01  WRK-SW-BUSCA             PIC 9(001) VALUE ZEROS.
           88 BUSCA-ENCONTRADA         VALUE 1.
           88 BUSCA-AUSENTE            VALUE 0.

      *ARQUIVOS COPIADOS E SEUS CONTADORES
       01  TAB-ARQ-NOMES-VALORES.
           05 FILLER                PIC X(010) VALUE "CLIENTE".
           05 FILLER                PIC X(010) VALUE "CADCLIN".
           05 FILLER                PIC X(010) VALUE "ENDERECO".
           05 FILLER                PIC X(010) VALUE "TITULAR2".
           05 FILLER                PIC X(010) VALUE "BENEF".
           05 FILLER                PIC X(010) VALUE "ARQCOMPRA".

       01  TAB-ARQ-NOMES REDEFINES TAB-ARQ-NOMES-VALORES.
           05 TAB-ARQ-NOME          PIC X(010) OCCURS 6 TIMES
                                    INDEXED BY IDX-NOM.

       01  TAB-ARQ-CONTADORES.
           05 TAB-ARQ-CONT OCCURS 6 TIMES INDEXED BY IDX-ARQ.
               07 TAB-ARQ-SW-AUSENTE   PIC X(001).
                   88 TAB-ARQ-AUSENTE     VALUE "S".
               07 TAB-ARQ-LIDOS        PIC 9(007).
               07 TAB-ARQ-GRAVADOS     PIC 9(007).
               07 TAB-ARQ-MASCARADOS   PIC 9(007).
               07 TAB-ARQ-CONFERIDOS   PIC 9(007).
               07 TAB-ARQ-ORIGINAIS    PIC 9(007).

      *CAMPO E CHAVE DO VALOR CONFERIDO, PARA O RELATORIO
       01  WRK-CAMPO-REL            PIC X(010) VALUE SPACES.
       01  WRK-CHAVE-REL            PIC X(015) VALUE SPACES.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS.
           05 WRK-ANO-SIS           PIC 9(004).
           05 WRK-MES-SIS           PIC 9(002).
           05 WRK-DIA-SIS           PIC 9(002).

      *LINHAS DO RELATORIO MASKREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(048) VALUE
              "PROVA DO MASCARAMENTO DA COPIA DE TESTE - RUN DE".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(021) VALUE SPACES.

       01  WRK-LINHA-CAB-OCORR.
           05 FILLER                PIC X(040) VALUE
              "ARQUIVO    CAMPO      CHAVE           OC".
           05 FILLER                PIC X(040) VALUE
              "ORRENCIA".

       01  WRK-LINHA-OCORRENCIA.
           05 OCO-ARQUIVO           PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-CAMPO             PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-CHAVE             PIC X(015).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-MENSAGEM          PIC X(042) VALUE
              "VALOR PESSOAL ORIGINAL PRESENTE NA COPIA".

       01  WRK-LINHA-CAB-RESUMO.
           05 FILLER                PIC X(019) VALUE
              "ARQUIVO    SITUACAO".
           05 FILLER                PIC X(050) VALUE
              "     LIDOS  GRAVADOS MASCARADO CONFERIDO ORIGINAIS".
           05 FILLER                PIC X(011) VALUE SPACES.

       01  WRK-LINHA-RESUMO.
           05 RES-ARQUIVO           PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RES-SITUACAO          PIC X(008).
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-LIDOS             PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-GRAVADOS          PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-MASCARADOS        PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-CONFERIDOS        PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-ORIGINAIS         PIC Z(006)9.
           05 FILLER                PIC X(011) VALUE SPACES.

       01  WRK-LINHA-CATALOGO.
           05 FILLER                PIC X(040) VALUE
              "VALORES PESSOAIS ORIGINAIS CATALOGADOS: ".
           05 CTL-QTDE              PIC Z(006)9.
           05 FILLER                PIC X(033) VALUE SPACES.

       01  WRK-LINHA-RESULTADO.
           05 FILLER                PIC X(011) VALUE "RESULTADO: ".
           05 RSL-TEXTO             PIC X(069).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-REG-LIDOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REG-GRAVADOS       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-MASCARADOS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CONFERIDOS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-ORIGINAIS          PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX37-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-MASCARAR-ARQUIVOS.
           PERFORM 030-CONFERIR-COPIAS.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX37 INICIADO - COPIA MASCARADA".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           INITIALIZE TAB-ARQ-CONTADORES.
           PERFORM 012-ABRIR-ARQUIVOS.

           MOVE WRK-DIA-SIS TO CAB1-DIA.
           MOVE WRK-MES-SIS TO CAB1-MES.
           MOVE WRK-ANO-SIS TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1 TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.
           MOVE WRK-LINHA-TRACO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.
           MOVE WRK-LINHA-CAB-OCORR TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.

      *OS MESTRES SAO ABERTOS UM A UM NO MASCARAMENTO; AQUI SO O
      *RELATORIO E O MAPA DE CHAVES.
       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   MASKREL.
           IF WRK-FS-MASKREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA MASKREL - FS: " WRK-FS-MASKREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O MAPA, TODA CONTA RECEBE IDENTIDADE PROPRIA E O NOME
      *FICTICIO DA CONTA DEIXA DE COINCIDIR COM O DO CLIENTE.
           OPEN INPUT    MAPCLI.
           IF WRK-FS-MAPCLI = ZEROS
              SET MAPCLI-DISPONIVEL TO TRUE
           ELSE
              SET MAPCLI-AUSENTE TO TRUE
              DISPLAY "MAPCLI INDISPONIVEL - CONTAS SEM LIGACAO - FS: "
                      WRK-FS-MAPCLI
           END-IF.

      *A ORDEM IMPORTA: O CADCLIN ANTES DO ENDERECO, PARA A CONTA
      *SEM LIGACAO TER A MESMA IDENTIDADE NOS DOIS; O TITULAR2
      *ANTES DO BENEF PELO MESMO MOTIVO COM O DOCUMENTO.
       020-MASCARAR-ARQUIVOS.
           PERFORM 100-MASCARAR-CLIENTE.
           PERFORM 105-MASCARAR-CADCLIN.
           PERFORM 110-MASCARAR-ENDERECO.
           PERFORM 115-MASCARAR-TITULAR2.
           PERFORM 120-MASCARAR-BENEF.
           PERFORM 125-COPIAR-ARQCOMPRA.

           IF MAPCLI-DISPONIVEL
              CLOSE MAPCLI
              IF WRK-FS-MAPCLI NOT = "00"
                 DISPLAY "ERRO CLOSE MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *RELE AS COPIAS JA GRAVADAS E PROCURA CADA CAMPO PESSOAL NO
      *CATALOGO DOS ORIGINAIS DE TODOS OS ARQUIVOS.
       030-CONFERIR-COPIAS.
           PERFORM 200-CONFERIR-CLIEMASK.
           PERFORM 205-CONFERIR-CADCMASK.
           PERFORM 210-CONFERIR-ENDEMASK.
           PERFORM 215-CONFERIR-TIT2MASK.
           PERFORM 220-CONFERIR-BENEMASK.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-RESUMO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-ORIGINAIS > ZEROS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos..........: "
                   WRK-CONT-REG-LIDOS.
           DISPLAY "Quantidade de Registros Gravados.......: "
                   WRK-CONT-REG-GRAVADOS.
           DISPLAY "Quantidade de Campos Mascarados........: "
                   WRK-CONT-MASCARADOS.
           DISPLAY "Quantidade de Valores Catalogados......: "
                   WRK-TAB-ORI-QTDE.
           DISPLAY "Quantidade de Campos Conferidos........: "
                   WRK-CONT-CONFERIDOS.
           DISPLAY "Quantidade de Valores Originais Achados: "
                   WRK-CONT-ORIGINAIS.

       052-FECHAR-ARQUIVOS.
           CLOSE MASKREL.
           IF WRK-FS-MASKREL NOT = "00"
              DISPLAY "ERRO CLOSE MASKREL - FS: " WRK-FS-MASKREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *RESUMO POR ARQUIVO E RESULTADO DA PROVA
       055-GRAVAR-RESUMO.
           MOVE WRK-LINHA-TRACO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.
           MOVE WRK-LINHA-CAB-RESUMO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.
           PERFORM 056-GRAVAR-LINHA-RESUMO
             VARYING IDX-ARQ FROM 1 BY 1
               UNTIL IDX-ARQ > 6.
           MOVE WRK-LINHA-TRACO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.

           MOVE WRK-TAB-ORI-QTDE TO CTL-QTDE.
           MOVE WRK-LINHA-CATALOGO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.

           IF WRK-CONT-ORIGINAIS > ZEROS
              MOVE "VALOR ORIGINAL NAS COPIAS - NAO LIBERAR (RC 8)"
                TO RSL-TEXTO
           ELSE
              MOVE "NENHUM VALOR PESSOAL ORIGINAL NAS COPIAS (RC 0)"
                TO RSL-TEXTO
           END-IF.
           MOVE WRK-LINHA-RESULTADO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.

       056-GRAVAR-LINHA-RESUMO.
           SET IDX-NOM TO IDX-ARQ.
           MOVE TAB-ARQ-NOME(IDX-NOM)       TO RES-ARQUIVO.
           MOVE TAB-ARQ-LIDOS(IDX-ARQ)      TO RES-LIDOS.
           MOVE TAB-ARQ-GRAVADOS(IDX-ARQ)   TO RES-GRAVADOS.
           MOVE TAB-ARQ-MASCARADOS(IDX-ARQ) TO RES-MASCARADOS.
           MOVE TAB-ARQ-CONFERIDOS(IDX-ARQ) TO RES-CONFERIDOS.
           MOVE TAB-ARQ-ORIGINAIS(IDX-ARQ)  TO RES-ORIGINAIS.
           EVALUATE TRUE
               WHEN TAB-ARQ-ORIGINAIS(IDX-ARQ) > ZEROS
                   MOVE "FALHA"    TO RES-SITUACAO
               WHEN TAB-ARQ-AUSENTE(IDX-ARQ)
                   MOVE "AUSENTE"  TO RES-SITUACAO
               WHEN OTHER
                   MOVE "OK"       TO RES-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-RESUMO TO FD-MASKREL-REGISTRO.
           PERFORM 068-ESCREVER-MASKREL.

      *CONTA O REGISTRO GRAVADO NA COPIA DO ARQUIVO CORRENTE
       060-CONTAR-GRAVADO.
           ADD 1 TO TAB-ARQ-GRAVADOS(IDX-ARQ).
           ADD 1 TO WRK-CONT-REG-GRAVADOS.

      *CONTA O CAMPO PESSOAL TROCADO PELO VALOR FICTICIO
       061-CONTAR-MASCARADO.
           ADD 1 TO TAB-ARQ-MASCARADOS(IDX-ARQ).
           ADD 1 TO WRK-CONT-MASCARADOS.

       068-ESCREVER-MASKREL.
           WRITE FD-MASKREL-REGISTRO.
           IF WRK-FS-MASKREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO MASKREL - FS: " WRK-FS-MASKREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GUARDA O VALOR ORIGINAL DE WRK-ORI-CHAVE NO CATALOGO, NA
      *POSICAO DA ORDEM. VALOR REPETIDO E GUARDADO UMA VEZ SO.
       070-GUARDAR-ORIGINAL.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-TAB-ORI-QTDE > ZEROS
              SEARCH ALL TAB-ORI-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ORI-CHAVE(IDX-ORI) = WRK-ORI-CHAVE
                      SET BUSCA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.
           IF BUSCA-AUSENTE
              PERFORM 071-INCLUIR-ORIGINAL
           END-IF.

       071-INCLUIR-ORIGINAL.
           IF WRK-TAB-ORI-QTDE = 20000
              DISPLAY "TABELA DE ORIGINAIS EXCEDIDA - 20000 VALORES"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-ORI-QTDE + 1.
           IF WRK-TAB-ORI-QTDE > ZEROS
              SET IDX-ORI TO 1
              SEARCH TAB-ORI-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ORI-CHAVE(IDX-ORI) > WRK-ORI-CHAVE
                      SET WRK-SUB-POSICAO TO IDX-ORI
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-ORI-QTDE.
           PERFORM 072-DESLOCAR-ORIGINAL
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-ORI-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           MOVE WRK-ORI-CHAVE TO TAB-ORI-CHAVE(WRK-SUB-POSICAO).

       072-DESLOCAR-ORIGINAL.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-ORI-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-ORI-REGISTRO(WRK-SUB-DESLOCA).

      *IDENTIDADE DA CONTA WRK-CHAVE-CONTA: O CLIENTE DE VENDAS
      *LIGADO PELO MAPCLI (CODIGO ZERADO = LIGACAO APAGADA PELO
      *AC00EX76) OU A IDENTIDADE PROPRIA DA CONTA.
       073-IDENTIDADE-CONTA.
           MOVE ZEROS TO MAPCLI-COD-CLIENTE.
           IF MAPCLI-DISPONIVEL
              MOVE WRK-CHAVE-CONTA TO FD-MAPCLI-CHAVE
              READ MAPCLI INTO WRK-MAPCLI-REGISTRO
                  INVALID KEY
                      MOVE ZEROS TO MAPCLI-COD-CLIENTE
              END-READ
              IF WRK-FS-MAPCLI NOT = "00" AND "23"
                 DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           IF MAPCLI-COD-CLIENTE > ZEROS
              MOVE MAPCLI-COD-CLIENTE TO WRK-ID-FALSO
           ELSE
              SET BUSCA-AUSENTE TO TRUE
              IF WRK-TAB-CTA-QTDE > ZEROS
                 SEARCH ALL TAB-CTA-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-CTA-CHAVE(IDX-CTA) = WRK-CHAVE-CONTA
                         SET BUSCA-ENCONTRADA TO TRUE
                         MOVE TAB-CTA-ID(IDX-CTA) TO WRK-ID-FALSO
                 END-SEARCH
              END-IF
              IF BUSCA-AUSENTE
                 PERFORM 074-INCLUIR-CONTA
              END-IF
           END-IF.

       074-INCLUIR-CONTA.
           IF WRK-TAB-CTA-QTDE = 9999
              DISPLAY "TABELA DE CONTAS EXCEDIDA - 9999 CONTAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-SEQ-CONTA.
           COMPUTE WRK-ID-FALSO = 1000 + WRK-SEQ-CONTA.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-CTA-QTDE + 1.
           IF WRK-TAB-CTA-QTDE > ZEROS
              SET IDX-CTA TO 1
              SEARCH TAB-CTA-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-CTA-CHAVE(IDX-CTA) > WRK-CHAVE-CONTA
                      SET WRK-SUB-POSICAO TO IDX-CTA
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-CTA-QTDE.
           PERFORM 075-DESLOCAR-CONTA
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-CTA-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           MOVE WRK-CHAVE-CONTA TO TAB-CTA-CHAVE(WRK-SUB-POSICAO).
           MOVE WRK-ID-FALSO    TO TAB-CTA-ID(WRK-SUB-POSICAO).

       075-DESLOCAR-CONTA.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-CTA-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-CTA-REGISTRO(WRK-SUB-DESLOCA).

      *IDENTIDADE DA PESSOA DO DOCUMENTO WRK-DOC-PESSOA. SEM
      *DOCUMENTO, CADA REGISTRO E UMA PESSOA NOVA.
       076-IDENTIDADE-PESSOA.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-DOC-PESSOA = ZEROS
              PERFORM 079-NOVA-PESSOA
           ELSE
              IF WRK-TAB-PES-QTDE > ZEROS
                 SEARCH ALL TAB-PES-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-PES-DOCUMENTO(IDX-PES) = WRK-DOC-PESSOA
                         SET BUSCA-ENCONTRADA TO TRUE
                         MOVE TAB-PES-ID(IDX-PES) TO WRK-ID-FALSO
                 END-SEARCH
              END-IF
              IF BUSCA-AUSENTE
                 PERFORM 077-INCLUIR-PESSOA
              END-IF
           END-IF.

       077-INCLUIR-PESSOA.
           IF WRK-TAB-PES-QTDE = 9999
              DISPLAY "TABELA DE PESSOAS EXCEDIDA - 9999 DOCUMENTOS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 079-NOVA-PESSOA.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-PES-QTDE + 1.
           IF WRK-TAB-PES-QTDE > ZEROS
              SET IDX-PES TO 1
              SEARCH TAB-PES-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-PES-DOCUMENTO(IDX-PES) > WRK-DOC-PESSOA
                      SET WRK-SUB-POSICAO TO IDX-PES
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-PES-QTDE.
           PERFORM 078-DESLOCAR-PESSOA
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-PES-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           MOVE WRK-DOC-PESSOA TO TAB-PES-DOCUMENTO(WRK-SUB-POSICAO).
           MOVE WRK-ID-FALSO   TO TAB-PES-ID(WRK-SUB-POSICAO).

       078-DESLOCAR-PESSOA.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-PES-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-PES-REGISTRO(WRK-SUB-DESLOCA).

       079-NOVA-PESSOA.
           IF WRK-SEQ-PESSOA = 49999
              DISPLAY "IDENTIDADES DE PESSOA EXCEDIDAS - 49999"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-SEQ-PESSOA.
           COMPUTE WRK-ID-FALSO = 50000 + WRK-SEQ-PESSOA.

      *MONTA OS VALORES FICTICIOS DA IDENTIDADE WRK-ID-FALSO
       080-MONTAR-IDENTIDADE.
           MOVE WRK-ID-FALSO TO FALSO-NOME-CLI-ID.
           MOVE WRK-ID-FALSO TO FALSO-NOME-PES-ID.
           MOVE WRK-ID-FALSO TO FALSO-RUA-ID.
           COMPUTE WRK-FALSO-TELEFONE  = 90000000 + WRK-ID-FALSO.
           COMPUTE WRK-FALSO-DOCUMENTO = 99900000000 + WRK-ID-FALSO.

      *PROCURA O VALOR DA COPIA (WRK-ORI-CHAVE) NO CATALOGO DOS
      *ORIGINAIS. ACHADO, SAI NO RELATORIO SO A CHAVE DO REGISTRO.
       085-CONFERIR-VALOR.
           ADD 1 TO TAB-ARQ-CONFERIDOS(IDX-ARQ).
           ADD 1 TO WRK-CONT-CONFERIDOS.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-TAB-ORI-QTDE > ZEROS
              SEARCH ALL TAB-ORI-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ORI-CHAVE(IDX-ORI) = WRK-ORI-CHAVE
                      SET BUSCA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.
           IF BUSCA-ENCONTRADA
              ADD 1 TO TAB-ARQ-ORIGINAIS(IDX-ARQ)
              ADD 1 TO WRK-CONT-ORIGINAIS
              SET IDX-NOM TO IDX-ARQ
              MOVE TAB-ARQ-NOME(IDX-NOM) TO OCO-ARQUIVO
              MOVE WRK-CAMPO-REL         TO OCO-CAMPO
              MOVE WRK-CHAVE-REL         TO OCO-CHAVE
              MOVE WRK-LINHA-OCORRENCIA  TO FD-MASKREL-REGISTRO
              PERFORM 068-ESCREVER-MASKREL
           END-IF.

      *CLIENTE DE VENDAS - NOME
       100-MASCARAR-CLIENTE.
           SET IDX-ARQ TO 1.
           OPEN INPUT    CLIENTE.
           IF WRK-FS-CLIENTE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   CLIEMASK.
           IF WRK-FS-CLIEMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIEMASK - FS: "
                      WRK-FS-CLIEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-CLIENTE = "35"
              SET TAB-ARQ-AUSENTE(IDX-ARQ) TO TRUE
           ELSE
              PERFORM 102-LER-CLIENTE
              PERFORM 101-MASCARAR-REG-CLIENTE
                UNTIL WRK-FS-CLIENTE = "10"
              CLOSE CLIENTE
           END-IF.

           CLOSE CLIEMASK.
           IF WRK-FS-CLIEMASK NOT = "00"
              DISPLAY "ERRO CLOSE CLIEMASK - FS: " WRK-FS-CLIEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       101-MASCARAR-REG-CLIENTE.
           IF CLIENTE-NOME NOT = SPACES
              AND CLIENTE-NOME NOT = WRK-NOME-REMOVIDO
              MOVE "N"          TO ORI-TIPO
              MOVE CLIENTE-NOME TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE CLIENTE-COD-CLINTE TO WRK-ID-FALSO
              PERFORM 080-MONTAR-IDENTIDADE
              MOVE WRK-FALSO-NOME-CLI TO CLIENTE-NOME
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           WRITE FD-CLIEMASK-REGISTRO FROM WRK-CLIENTE-REGISTRO.
           IF WRK-FS-CLIEMASK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CLIEMASK - FS: "
                      WRK-FS-CLIEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 060-CONTAR-GRAVADO.
           PERFORM 102-LER-CLIENTE.

       102-LER-CLIENTE.
           READ CLIENTE    INTO WRK-CLIENTE-REGISTRO.
           IF WRK-FS-CLIENTE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CLIENTE - FS: " WRK-FS-CLIENTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CLIENTE = "00"
              ADD 1 TO TAB-ARQ-LIDOS(IDX-ARQ)
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *CONTA BANCARIA - NOME E TELEFONE
       105-MASCARAR-CADCLIN.
           SET IDX-ARQ TO 2.
           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   CADCMASK.
           IF WRK-FS-CADCMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCMASK - FS: "
                      WRK-FS-CADCMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-CADCLIN = "35"
              SET TAB-ARQ-AUSENTE(IDX-ARQ) TO TRUE
           ELSE
              PERFORM 107-LER-CADCLIN
              PERFORM 106-MASCARAR-REG-CADCLIN
                UNTIL WRK-FS-CADCLIN = "10"
              CLOSE CADCLIN
           END-IF.

           CLOSE CADCMASK.
           IF WRK-FS-CADCMASK NOT = "00"
              DISPLAY "ERRO CLOSE CADCMASK - FS: " WRK-FS-CADCMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       106-MASCARAR-REG-CADCLIN.
           MOVE CADCLIN-CHAVE TO WRK-CHAVE-CONTA.
           PERFORM 073-IDENTIDADE-CONTA.
           PERFORM 080-MONTAR-IDENTIDADE.

           IF CADCLIN-NOME-CLIENTE NOT = SPACES
              AND CADCLIN-NOME-CLIENTE NOT = WRK-NOME-REMOVIDO
              MOVE "N"                  TO ORI-TIPO
              MOVE CADCLIN-NOME-CLIENTE TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE WRK-FALSO-NOME-CLI TO CADCLIN-NOME-CLIENTE
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           IF CADCLIN-TELEFONE NOT = ZEROS
              MOVE "T"              TO ORI-TIPO
              MOVE CADCLIN-TELEFONE TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE WRK-FALSO-TELEFONE TO CADCLIN-TELEFONE
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           WRITE FD-CADCMASK-REGISTRO FROM WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCMASK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CADCMASK - FS: "
                      WRK-FS-CADCMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 060-CONTAR-GRAVADO.
           PERFORM 107-LER-CADCLIN.

       107-LER-CADCLIN.
           READ CADCLIN    INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CADCLIN = "00"
              ADD 1 TO TAB-ARQ-LIDOS(IDX-ARQ)
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *ENDERECO DA CONTA - RUA. CIDADE, UF E CEP FICAM, PARA AS
      *REGRAS REGIONAIS VALEREM NO TESTE.
       110-MASCARAR-ENDERECO.
           SET IDX-ARQ TO 3.
           OPEN INPUT    ENDERECO.
           IF WRK-FS-ENDERECO NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ENDERECO - FS: "
                      WRK-FS-ENDERECO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   ENDEMASK.
           IF WRK-FS-ENDEMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENDEMASK - FS: "
                      WRK-FS-ENDEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-ENDERECO = "35"
              SET TAB-ARQ-AUSENTE(IDX-ARQ) TO TRUE
           ELSE
              PERFORM 112-LER-ENDERECO
              PERFORM 111-MASCARAR-REG-ENDERECO
                UNTIL WRK-FS-ENDERECO = "10"
              CLOSE ENDERECO
           END-IF.

           CLOSE ENDEMASK.
           IF WRK-FS-ENDEMASK NOT = "00"
              DISPLAY "ERRO CLOSE ENDEMASK - FS: " WRK-FS-ENDEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       111-MASCARAR-REG-ENDERECO.
           IF ENDERECO-RUA NOT = SPACES
              MOVE "R"          TO ORI-TIPO
              MOVE ENDERECO-RUA TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE ENDERECO-CHAVE TO WRK-CHAVE-CONTA
              PERFORM 073-IDENTIDADE-CONTA
              PERFORM 080-MONTAR-IDENTIDADE
              MOVE WRK-FALSO-RUA TO ENDERECO-RUA
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           WRITE FD-ENDEMASK-REGISTRO FROM WRK-ENDERECO-REGISTRO.
           IF WRK-FS-ENDEMASK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ENDEMASK - FS: "
                      WRK-FS-ENDEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 060-CONTAR-GRAVADO.
           PERFORM 112-LER-ENDERECO.

       112-LER-ENDERECO.
           READ ENDERECO   INTO WRK-ENDERECO-REGISTRO.
           IF WRK-FS-ENDERECO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENDERECO - FS: "
                      WRK-FS-ENDERECO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ENDERECO = "00"
              ADD 1 TO TAB-ARQ-LIDOS(IDX-ARQ)
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *SEGUNDO TITULAR DA CONTA - NOME E DOCUMENTO
       115-MASCARAR-TITULAR2.
           SET IDX-ARQ TO 4.
           OPEN INPUT    TITULAR2.
           IF WRK-FS-TITULAR2 NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA TITULAR2 - FS: "
                      WRK-FS-TITULAR2
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   TIT2MASK.
           IF WRK-FS-TIT2MASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA TIT2MASK - FS: "
                      WRK-FS-TIT2MASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-TITULAR2 = "35"
              SET TAB-ARQ-AUSENTE(IDX-ARQ) TO TRUE
           ELSE
              PERFORM 117-LER-TITULAR2
              PERFORM 116-MASCARAR-REG-TITULAR2
                UNTIL WRK-FS-TITULAR2 = "10"
              CLOSE TITULAR2
           END-IF.

           CLOSE TIT2MASK.
           IF WRK-FS-TIT2MASK NOT = "00"
              DISPLAY "ERRO CLOSE TIT2MASK - FS: " WRK-FS-TIT2MASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       116-MASCARAR-REG-TITULAR2.
           MOVE TITULAR2-DOCUMENTO TO WRK-DOC-PESSOA.
           PERFORM 076-IDENTIDADE-PESSOA.
           PERFORM 080-MONTAR-IDENTIDADE.

           IF TITULAR2-NOME NOT = SPACES
              AND TITULAR2-NOME NOT = WRK-NOME-REMOVIDO
              MOVE "N"           TO ORI-TIPO
              MOVE TITULAR2-NOME TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE WRK-FALSO-NOME-PES TO TITULAR2-NOME
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           IF TITULAR2-DOCUMENTO NOT = ZEROS
              MOVE "D"                TO ORI-TIPO
              MOVE TITULAR2-DOCUMENTO TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE WRK-FALSO-DOCUMENTO TO TITULAR2-DOCUMENTO
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           WRITE FD-TIT2MASK-REGISTRO FROM WRK-TITULAR2-REGISTRO.
           IF WRK-FS-TIT2MASK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO TIT2MASK - FS: "
                      WRK-FS-TIT2MASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 060-CONTAR-GRAVADO.
           PERFORM 117-LER-TITULAR2.

       117-LER-TITULAR2.
           READ TITULAR2   INTO WRK-TITULAR2-REGISTRO.
           IF WRK-FS-TITULAR2 NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA TITULAR2 - FS: "
                      WRK-FS-TITULAR2
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-TITULAR2 = "00"
              ADD 1 TO TAB-ARQ-LIDOS(IDX-ARQ)
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *BENEFICIARIO DA APOLICE - NOME E DOCUMENTO
       120-MASCARAR-BENEF.
           SET IDX-ARQ TO 5.
           OPEN INPUT    BENEF.
           IF WRK-FS-BENEF NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA BENEF - FS: " WRK-FS-BENEF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   BENEMASK.
           IF WRK-FS-BENEMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA BENEMASK - FS: "
                      WRK-FS-BENEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-BENEF = "35"
              SET TAB-ARQ-AUSENTE(IDX-ARQ) TO TRUE
           ELSE
              PERFORM 122-LER-BENEF
              PERFORM 121-MASCARAR-REG-BENEF
                UNTIL WRK-FS-BENEF = "10"
              CLOSE BENEF
           END-IF.

           CLOSE BENEMASK.
           IF WRK-FS-BENEMASK NOT = "00"
              DISPLAY "ERRO CLOSE BENEMASK - FS: " WRK-FS-BENEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       121-MASCARAR-REG-BENEF.
           MOVE BENEF-DOCUMENTO TO WRK-DOC-PESSOA.
           PERFORM 076-IDENTIDADE-PESSOA.
           PERFORM 080-MONTAR-IDENTIDADE.

           IF BENEF-NOME NOT = SPACES
              AND BENEF-NOME NOT = WRK-NOME-REMOVIDO
              MOVE "N"        TO ORI-TIPO
              MOVE BENEF-NOME TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE WRK-FALSO-NOME-PES TO BENEF-NOME
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           IF BENEF-DOCUMENTO NOT = ZEROS
              MOVE "D"             TO ORI-TIPO
              MOVE BENEF-DOCUMENTO TO ORI-VALOR
              PERFORM 070-GUARDAR-ORIGINAL
              MOVE WRK-FALSO-DOCUMENTO TO BENEF-DOCUMENTO
              PERFORM 061-CONTAR-MASCARADO
           END-IF.

           WRITE FD-BENEMASK-REGISTRO FROM WRK-BENEF-REGISTRO.
           IF WRK-FS-BENEMASK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO BENEMASK - FS: "
                      WRK-FS-BENEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 060-CONTAR-GRAVADO.
           PERFORM 122-LER-BENEF.

       122-LER-BENEF.
           READ BENEF      INTO WRK-BENEF-REGISTRO.
           IF WRK-FS-BENEF NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BENEF - FS: " WRK-FS-BENEF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BENEF = "00"
              ADD 1 TO TAB-ARQ-LIDOS(IDX-ARQ)
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *HISTORICO DE VENDAS - SO CODIGOS, DATAS E VALE, SEM DADO
      *PESSOAL. A COPIA E INTEGRAL.
       125-COPIAR-ARQCOMPRA.
           SET IDX-ARQ TO 6.
           OPEN INPUT    ARQCOMPRA.
           IF WRK-FS-ARQCOMPRA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ARQCOMPRA - FS: "
                      WRK-FS-ARQCOMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   COMPMASK.
           IF WRK-FS-COMPMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPMASK - FS: "
                      WRK-FS-COMPMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-ARQCOMPRA = "35"
              SET TAB-ARQ-AUSENTE(IDX-ARQ) TO TRUE
           ELSE
              PERFORM 127-LER-ARQCOMPRA
              PERFORM 126-COPIAR-REG-ARQCOMPRA
                UNTIL WRK-FS-ARQCOMPRA = "10"
              CLOSE ARQCOMPRA
           END-IF.

           CLOSE COMPMASK.
           IF WRK-FS-COMPMASK NOT = "00"
              DISPLAY "ERRO CLOSE COMPMASK - FS: " WRK-FS-COMPMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       126-COPIAR-REG-ARQCOMPRA.
           WRITE FD-COMPMASK-REGISTRO FROM WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPMASK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO COMPMASK - FS: "
                      WRK-FS-COMPMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 060-CONTAR-GRAVADO.
           PERFORM 127-LER-ARQCOMPRA.

       127-LER-ARQCOMPRA.
           READ ARQCOMPRA  INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-ARQCOMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ARQCOMPRA - FS: "
                      WRK-FS-ARQCOMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ARQCOMPRA = "00"
              ADD 1 TO TAB-ARQ-LIDOS(IDX-ARQ)
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *PROVA DA COPIA DE CLIENTE
       200-CONFERIR-CLIEMASK.
           SET IDX-ARQ TO 1.
           OPEN INPUT    CLIEMASK.
           IF WRK-FS-CLIEMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLIEMASK - FS: "
                      WRK-FS-CLIEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 202-LER-CLIEMASK.
           PERFORM 201-CONFERIR-REG-CLIEMASK
             UNTIL WRK-FS-CLIEMASK = "10".
           CLOSE CLIEMASK.

       201-CONFERIR-REG-CLIEMASK.
           MOVE CLIENTE-COD-CLINTE TO WRK-CHAVE-REL.
           IF CLIENTE-NOME NOT = SPACES
              MOVE "N"            TO ORI-TIPO
              MOVE CLIENTE-NOME   TO ORI-VALOR
              MOVE "NOME"         TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           PERFORM 202-LER-CLIEMASK.

       202-LER-CLIEMASK.
           READ CLIEMASK   INTO WRK-CLIENTE-REGISTRO.
           IF WRK-FS-CLIEMASK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CLIEMASK - FS: "
                      WRK-FS-CLIEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PROVA DA COPIA DE CADCLIN
       205-CONFERIR-CADCMASK.
           SET IDX-ARQ TO 2.
           OPEN INPUT    CADCMASK.
           IF WRK-FS-CADCMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCMASK - FS: "
                      WRK-FS-CADCMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 207-LER-CADCMASK.
           PERFORM 206-CONFERIR-REG-CADCMASK
             UNTIL WRK-FS-CADCMASK = "10".
           CLOSE CADCMASK.

       206-CONFERIR-REG-CADCMASK.
           MOVE CADCLIN-CHAVE TO WRK-CHAVE-REL.
           IF CADCLIN-NOME-CLIENTE NOT = SPACES
              MOVE "N"                  TO ORI-TIPO
              MOVE CADCLIN-NOME-CLIENTE TO ORI-VALOR
              MOVE "NOME"               TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           IF CADCLIN-TELEFONE NOT = ZEROS
              MOVE "T"                  TO ORI-TIPO
              MOVE CADCLIN-TELEFONE     TO ORI-VALOR
              MOVE "TELEFONE"           TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           PERFORM 207-LER-CADCMASK.

       207-LER-CADCMASK.
           READ CADCMASK   INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCMASK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCMASK - FS: "
                      WRK-FS-CADCMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PROVA DA COPIA DE ENDERECO
       210-CONFERIR-ENDEMASK.
           SET IDX-ARQ TO 3.
           OPEN INPUT    ENDEMASK.
           IF WRK-FS-ENDEMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENDEMASK - FS: "
                      WRK-FS-ENDEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 212-LER-ENDEMASK.
           PERFORM 211-CONFERIR-REG-ENDEMASK
             UNTIL WRK-FS-ENDEMASK = "10".
           CLOSE ENDEMASK.

       211-CONFERIR-REG-ENDEMASK.
           MOVE ENDERECO-CHAVE TO WRK-CHAVE-REL.
           IF ENDERECO-RUA NOT = SPACES
              MOVE "R"            TO ORI-TIPO
              MOVE ENDERECO-RUA   TO ORI-VALOR
              MOVE "RUA"          TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           PERFORM 212-LER-ENDEMASK.

       212-LER-ENDEMASK.
           READ ENDEMASK   INTO WRK-ENDERECO-REGISTRO.
           IF WRK-FS-ENDEMASK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENDEMASK - FS: "
                      WRK-FS-ENDEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PROVA DA COPIA DE TITULAR2
       215-CONFERIR-TIT2MASK.
           SET IDX-ARQ TO 4.
           OPEN INPUT    TIT2MASK.
           IF WRK-FS-TIT2MASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA TIT2MASK - FS: "
                      WRK-FS-TIT2MASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 217-LER-TIT2MASK.
           PERFORM 216-CONFERIR-REG-TIT2MASK
             UNTIL WRK-FS-TIT2MASK = "10".
           CLOSE TIT2MASK.

       216-CONFERIR-REG-TIT2MASK.
           MOVE TITULAR2-CHAVE TO WRK-CHAVE-REL.
           IF TITULAR2-NOME NOT = SPACES
              MOVE "N"                TO ORI-TIPO
              MOVE TITULAR2-NOME      TO ORI-VALOR
              MOVE "NOME"             TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           IF TITULAR2-DOCUMENTO NOT = ZEROS
              MOVE "D"                TO ORI-TIPO
              MOVE TITULAR2-DOCUMENTO TO ORI-VALOR
              MOVE "DOCUMENTO"        TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           PERFORM 217-LER-TIT2MASK.

       217-LER-TIT2MASK.
           READ TIT2MASK   INTO WRK-TITULAR2-REGISTRO.
           IF WRK-FS-TIT2MASK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA TIT2MASK - FS: "
                      WRK-FS-TIT2MASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PROVA DA COPIA DE BENEF
       220-CONFERIR-BENEMASK.
           SET IDX-ARQ TO 5.
           OPEN INPUT    BENEMASK.
           IF WRK-FS-BENEMASK NOT = ZEROS
              DISPLAY "ERRO ABERTURA BENEMASK - FS: "
                      WRK-FS-BENEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 222-LER-BENEMASK.
           PERFORM 221-CONFERIR-REG-BENEMASK
             UNTIL WRK-FS-BENEMASK = "10".
           CLOSE BENEMASK.

       221-CONFERIR-REG-BENEMASK.
           MOVE BENEF-CHAVE TO WRK-CHAVE-REL.
           IF BENEF-NOME NOT = SPACES
              MOVE "N"                TO ORI-TIPO
              MOVE BENEF-NOME         TO ORI-VALOR
              MOVE "NOME"             TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           IF BENEF-DOCUMENTO NOT = ZEROS
              MOVE "D"                TO ORI-TIPO
              MOVE BENEF-DOCUMENTO    TO ORI-VALOR
              MOVE "DOCUMENTO"        TO WRK-CAMPO-REL
              PERFORM 085-CONFERIR-VALOR
           END-IF.
           PERFORM 222-LER-BENEMASK.

       222-LER-BENEMASK.
           READ BENEMASK   INTO WRK-BENEF-REGISTRO.
           IF WRK-FS-BENEMASK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BENEMASK - FS: "
                      WRK-FS-BENEMASK
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX37".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

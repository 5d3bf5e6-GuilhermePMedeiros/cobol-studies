       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX39.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX39
      *AUDITORIA NOTURNA DE INTEGRIDADE ENTRE ARQUIVOS DE
      *SUBSISTEMAS DIFERENTES. CADA PROGRAMA DE MANUTENCAO PROTEGE
      *AS PROPRIAS EXCLUSOES, MAS NINGUEM CONFERE AS REFERENCIAS
      *CRUZADAS. O CATALOGO DE REGRAS E:
      *  01 MAPCLI LIGADO A CONTA FORA DO CADCLIN (CONTA ARQUIVADA
      *     PELO AC00EX38 OU INEXISTENTE);
      *  02 MAPCLI LIGADO A CONTA ENCERRADA NO CONDCTA;
      *  03 TITULAR2 DE CONTA FORA DO CADCLIN;
      *  04 BENEF DE APOLICE (CLIENTE + PRODUTO) FORA DO APOLHOJE,
      *     OU SEJA, DE APOLICE CADUCADA;
      *  05 COMISSAO DO DIA DE VENDEDOR FORA DO VENDEDOR;
      *  06 ESTQLOJA DE PRODUTO FORA DO KSDS PRODUTO;
      *  07 CONTARHOJE DE COMPRA FORA DO COMPRA (EXPURGADA PELO
      *     AC00EX29).
      *A LIGACAO DO MAPCLI COM CLIENTE ZERADO (APAGADA PELO
      *AC00EX76) NAO E CONFERIDA. A CONTA FORA DO CADCLIN SAI SO
      *NA REGRA 01, NAO TAMBEM NA 02.
      *TODO ARQUIVO E OPCIONAL: SEM O ARQUIVO CONFERIDO OU SEM A
      *REFERENCIA, A REGRA FICA NAO VERIFICADA (E NAO ACUSA TUDO
      *COMO VIOLACAO) E AS VIOLACOES DELA DO RUN ANTERIOR SAO
      *MANTIDAS COMO ESTAO.
      *AS VIOLACOES DO RUN SAO GRAVADAS EM AUDHOJE (REGRA, CHAVE E
      *DATA DA PRIMEIRA OCORRENCIA), QUE VIRA O AUDANT DO PROXIMO
      *RUN. COMPARANDO COM O AUDANT, CADA VIOLACAO E NOVA OU
      *PERSISTENTE, E A DO RUN ANTERIOR QUE SUMIU E RESOLVIDA.
      *O RELATORIO AUDREL TRAZ, POR REGRA, AS CONTAGENS E ATE 10
      *CHAVES DE AMOSTRA, E UM RESUMO FINAL. RC 4 QUANDO HA
      *VIOLACAO OU REGRA NAO VERIFICADA; RC 0 QUANDO ESTA LIMPO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *ARQUIVOS DE REFERENCIA, CARREGADOS EM MEMORIA
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

       SELECT CONDCTA  ASSIGN    TO CONDCTA
                      FILE STATUS    IS WRK-FS-CONDCTA.

       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

       SELECT VENDEDOR ASSIGN    TO VENDEDOR
                      FILE STATUS    IS WRK-FS-VENDEDOR.

       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

      *PRODUTO E CONSULTADO POR CHAVE DURANTE A REGRA 06
       SELECT PRODUTO  ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *ARQUIVOS CONFERIDOS
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

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

       SELECT COMISSAO ASSIGN    TO COMISSAO
                      FILE STATUS    IS WRK-FS-COMISSAO.

       SELECT ESTQLOJA ASSIGN    TO ESTQLOJA
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-ESTQLOJA-CHAVE
                      FILE STATUS    IS WRK-FS-ESTQLOJA.

       SELECT CONTARHOJE ASSIGN  TO CONTARHOJE
                      FILE STATUS    IS WRK-FS-CONTARHOJE.

      *VIOLACOES DO RUN ANTERIOR E DESTE RUN
       SELECT AUDANT   ASSIGN    TO AUDANT
                      FILE STATUS    IS WRK-FS-AUDANT.

       SELECT AUDHOJE  ASSIGN    TO AUDHOJE
                      FILE STATUS    IS WRK-FS-AUDHOJE.

      *RELATORIO DA AUDITORIA
       SELECT AUDREL   ASSIGN    TO AUDREL
                      FILE STATUS    IS WRK-FS-AUDREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  CONDCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONDCTA-REGISTRO     PIC X(028).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  VENDEDOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-VENDEDOR-REGISTRO    PIC X(029).

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

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

       FD  COMISSAO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMISSAO-REGISTRO    PIC X(071).

       FD  ESTQLOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ESTQLOJA-REGISTRO.
           05 FD-ESTQLOJA-CHAVE     PIC X(008).
           05 FILLER                PIC X(007).

       FD  CONTARHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONTARHOJE-REGISTRO  PIC X(039).

       FD  AUDANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AUDANT-REGISTRO      PIC X(030).

       FD  AUDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AUDHOJE-REGISTRO     PIC X(030).

       FD  AUDREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AUDREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONDCTA        PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDEDOR       PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-TITULAR2       PIC X(002) VALUE SPACES.
           05 WRK-FS-BENEF          PIC X(002) VALUE SPACES.
           05 WRK-FS-COMISSAO       PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQLOJA       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONTARHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDREL         PIC X(002) VALUE SPACES.

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE CONDCTA - MESMO MANTIDO PELO AC01EX11
       01  WRK-CONDCTA-REGISTRO.
           05 CONDCTA-CHAVE         PIC X(015).
           05 CONDCTA-SITUACAO      PIC X(001).
               88 CONDCTA-ENCERRADA    VALUE "E".
           05 CONDCTA-LIMITE        PIC 9(009)V99.
           05 CONDCTA-MOVIMENTACAO  PIC X(001).

      *LAYOUT DE APOLHOJE - MESMO GERADO PELO AC00EX42
       01  WRK-APOLHOJE-REGISTRO.
           05 APOLHOJE-COD-CLIENTE  PIC  9(005).
           05 APOLHOJE-COD-PRODUTO  PIC  9(005).
           05 APOLHOJE-DATA-EFETIVA PIC  9(008).
           05 APOLHOJE-DATA-VENCTO  PIC  9(008).
           05 APOLHOJE-PREMIO       PIC S9(009)V99.
           05 APOLHOJE-COD-CORRETOR PIC  9(005).

      *LAYOUT DE VENDEDOR - MESMO DO AC00EX10
       01  WRK-VENDEDOR-REGISTRO.
           05 VENDEDOR-COD-VENDEDOR PIC  9(003).
           05 VENDEDOR-NOME         PIC  X(020).
           05 VENDEDOR-PERCENTUAL   PIC  9(003)V99.
           05 VENDEDOR-ATIVO        PIC  X(001).

      *LAYOUT DE COMPRA - SO A CHAVE
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC  9(005).
           05 FILLER                PIC  X(033).

      *LAYOUT DE MAPCLI
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

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

      *LAYOUT DE COMISSAO - MESMO GERADO PELO AC00EX10
       01  WRK-COMISSAO-REGISTRO.
           05 COMISSAO-COD-VENDEDOR    PIC  9(003).
           05 FILLER                   PIC  X(001).
           05 COMISSAO-NOME-VENDEDOR   PIC  X(020).
           05 FILLER                   PIC  X(001).
           05 COMISSAO-COD-COMPRA      PIC  9(005).
           05 FILLER                   PIC  X(001).
           05 COMISSAO-NOME-PRODUTO    PIC  X(010).
           05 FILLER                   PIC  X(030).

      *LAYOUT DE ESTQLOJA - MESMO MANTIDO PELO AC00EX10
       01  WRK-ESTQLOJA-REGISTRO.
           05 ESTQLOJA-COD-LOJA     PIC 9(003).
           05 ESTQLOJA-COD-PRODUTO  PIC 9(005).
           05 ESTQLOJA-SALDO        PIC 9(007).

      *LAYOUT DE CONTARHOJE - MESMO MANTIDO PELO AC00EX15
       01  WRK-CONTARHOJE-REGISTRO.
           05 CONTARHOJE-COD-COMPRA  PIC  9(005).
           05 CONTARHOJE-COD-CLIENTE PIC  9(003).
           05 FILLER                 PIC  X(031).

      *LAYOUT DE AUDANT/AUDHOJE - VIOLACAO DE UM RUN
       01  WRK-AUDIT-REGISTRO.
           05 AUDIT-CHAVE.
               07 AUDIT-REGRA          PIC 9(002).
               07 AUDIT-VIOLACAO       PIC X(020).
           05 AUDIT-DESDE           PIC 9(008).

      *CHAVE DA VIOLACAO, COM A VISAO DE CADA REGRA
       01  WRK-VIO-CHAVE            PIC X(020) VALUE SPACES.

       01  WRK-VIO-BENEF REDEFINES WRK-VIO-CHAVE.
           05 VIO-BEN-CLIENTE       PIC 9(005).
           05 FILLER                PIC X(001).
           05 VIO-BEN-PRODUTO       PIC 9(005).
           05 FILLER                PIC X(001).
           05 VIO-BEN-SEQUENCIA     PIC 9(002).
           05 FILLER                PIC X(006).

       01  WRK-VIO-COMISSAO REDEFINES WRK-VIO-CHAVE.
           05 VIO-CMS-VENDEDOR      PIC 9(003).
           05 FILLER                PIC X(001).
           05 VIO-CMS-COMPRA        PIC 9(005).
           05 FILLER                PIC X(001).
           05 VIO-CMS-PRODUTO       PIC X(010).

       01  WRK-VIO-ESTQLOJA REDEFINES WRK-VIO-CHAVE.
           05 VIO-EST-LOJA          PIC 9(003).
           05 FILLER                PIC X(001).
           05 VIO-EST-PRODUTO       PIC 9(005).
           05 FILLER                PIC X(011).

       01  WRK-VIO-CONTARHOJE REDEFINES WRK-VIO-CHAVE.
           05 VIO-CTR-COMPRA        PIC 9(005).
           05 FILLER                PIC X(001).
           05 VIO-CTR-CLIENTE       PIC 9(003).
           05 FILLER                PIC X(011).

      *SITUACAO DOS ARQUIVOS DE REFERENCIA
       01  WRK-SW-REFERENCIAS.
           05 WRK-SW-CADCLIN        PIC X(001) VALUE "N".
               88 CADCLIN-AUSENTE      VALUE "S".
           05 WRK-SW-CONDCTA        PIC X(001) VALUE "N".
               88 CONDCTA-AUSENTE      VALUE "S".
           05 WRK-SW-APOLHOJE       PIC X(001) VALUE "N".
               88 APOLHOJE-AUSENTE     VALUE "S".
           05 WRK-SW-VENDEDOR       PIC X(001) VALUE "N".
               88 VENDEDOR-AUSENTE     VALUE "S".
           05 WRK-SW-COMPRA         PIC X(001) VALUE "N".
               88 COMPRA-AUSENTE       VALUE "S".

      *CHAVES DE REFERENCIA EM ORDEM. TIPO C = CONTA DO CADCLIN,
      *E = CONTA ENCERRADA NO CONDCTA, A = APOLICE DO APOLHOJE
      *(CLIENTE + PRODUTO).
       01  WRK-REF-CHAVE.
           05 REF-TIPO              PIC X(001).
           05 REF-VALOR             PIC X(015).

       01  WRK-REF-APOLICE REDEFINES WRK-REF-CHAVE.
           05 FILLER                PIC X(001).
           05 REF-APO-CLIENTE       PIC 9(005).
           05 REF-APO-PRODUTO       PIC 9(005).
           05 FILLER                PIC X(005).

       01  WRK-TAB-REF-QTDE         PIC 9(005) VALUE ZEROS.

       01  TAB-REF-REGISTRO OCCURS 1 TO 30000 TIMES
               DEPENDING ON WRK-TAB-REF-QTDE
               ASCENDING KEY IS TAB-REF-CHAVE
               INDEXED BY IDX-REF.
           05 TAB-REF-CHAVE         PIC X(016).

      *VENDEDORES E COMPRAS EXISTENTES, MARCADOS PELO CODIGO
       01  TAB-VEN-EXISTENTES.
           05 TAB-VEN-EXISTE        PIC X(001) OCCURS 999 TIMES.

       01  TAB-CPR-EXISTENTES.
           05 TAB-CPR-EXISTE        PIC X(001) OCCURS 99999 TIMES.

      *VIOLACOES DO RUN ANTERIOR EM ORDEM, MARCADAS QUANDO
      *REAPARECEM NESTE RUN
       01  WRK-TAB-ANT-QTDE         PIC 9(005) VALUE ZEROS.

       01  TAB-ANT-REGISTRO OCCURS 1 TO 50000 TIMES
               DEPENDING ON WRK-TAB-ANT-QTDE
               ASCENDING KEY IS TAB-ANT-CHAVE
               INDEXED BY IDX-ANT.
           05 TAB-ANT-CHAVE         PIC X(022).
           05 TAB-ANT-DESDE         PIC 9(008).
           05 TAB-ANT-VISTA         PIC X(001).
               88 ANT-VISTA            VALUE "S".

      *APOIO AS INCLUSOES ORDENADAS
       01  WRK-SUB-POSICAO          PIC 9(005) VALUE ZEROS.
       01  WRK-SUB-DESLOCA          PIC 9(005) VALUE ZEROS.
       01  WRK-SUB-DESTINO          PIC 9(005) VALUE ZEROS.

       01  WRK-SW-BUSCA             PIC 9(001) VALUE ZEROS.
           88 BUSCA-ENCONTRADA         VALUE 1.
           88 BUSCA-AUSENTE            VALUE 0.

      *CATALOGO DE REGRAS
       01  TAB-REG-DESCRICOES-VALORES.
           05 FILLER                PIC X(048) VALUE
              "MAPCLI LIGADO A CONTA FORA DO CADCLIN".
           05 FILLER                PIC X(048) VALUE
              "MAPCLI LIGADO A CONTA ENCERRADA NO CONDCTA".
           05 FILLER                PIC X(048) VALUE
              "TITULAR2 DE CONTA FORA DO CADCLIN".
           05 FILLER                PIC X(048) VALUE
              "BENEF DE APOLICE FORA DO APOLHOJE".
           05 FILLER                PIC X(048) VALUE
              "COMISSAO DE VENDEDOR FORA DO VENDEDOR".
           05 FILLER                PIC X(048) VALUE
              "ESTQLOJA DE PRODUTO FORA DO PRODUTO".
           05 FILLER                PIC X(048) VALUE
              "CONTARHOJE DE COMPRA FORA DO COMPRA".

       01  TAB-REG-DESCRICOES REDEFINES TAB-REG-DESCRICOES-VALORES.
           05 TAB-REG-DESCRICAO     PIC X(048) OCCURS 7 TIMES.

       01  WRK-QTD-REGRAS           PIC 9(002) VALUE 7.
       01  WRK-REGRA                PIC 9(002) VALUE ZEROS.
       01  WRK-SUB-AMOSTRA          PIC 9(002) VALUE ZEROS.
       01  WRK-ARQ-AUSENTE          PIC X(010) VALUE SPACES.

      *SITUACAO, CONTADORES E AMOSTRA DE CHAVES DE CADA REGRA
       01  TAB-REG-RESULTADOS.
           05 TAB-REG OCCURS 7 TIMES.
               07 TAB-REG-SITUACAO     PIC X(001).
                   88 REG-VERIFICADA      VALUE "V".
                   88 REG-NAO-VERIFICADA  VALUE "N".
               07 TAB-REG-AUSENTE      PIC X(010).
               07 TAB-REG-VIOLACOES    PIC 9(007).
               07 TAB-REG-NOVAS        PIC 9(007).
               07 TAB-REG-PERSISTENTES PIC 9(007).
               07 TAB-REG-RESOLVIDAS   PIC 9(007).
               07 TAB-REG-MANTIDAS     PIC 9(007).
               07 TAB-REG-QTD-AMOSTRAS PIC 9(002).
               07 TAB-REG-AMOSTRA OCCURS 10 TIMES.
                   09 TAB-AMO-CHAVE       PIC X(020).
                   09 TAB-AMO-SITUACAO    PIC X(012).
                   09 TAB-AMO-DESDE       PIC 9(008).

      *DATA DO SISTEMA
       01  WRK-DATA-SIS.
           05 WRK-ANO-SIS           PIC 9(004).
           05 WRK-MES-SIS           PIC 9(002).
           05 WRK-DIA-SIS           PIC 9(002).

       01  WRK-DATA-AUX.
           05 WRK-ANO-AUX           PIC 9(004).
           05 WRK-MES-AUX           PIC 9(002).
           05 WRK-DIA-AUX           PIC 9(002).

      *LINHAS DO RELATORIO AUDREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(045) VALUE
              "AUDITORIA DE INTEGRIDADE ENTRE ARQUIVOS - RUN".
           05 FILLER                PIC X(004) VALUE " DE ".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(021) VALUE SPACES.

       01  WRK-LINHA-REGRA.
           05 FILLER                PIC X(006) VALUE "REGRA ".
           05 LRG-REGRA             PIC 9(002).
           05 FILLER                PIC X(003) VALUE " - ".
           05 LRG-DESCRICAO         PIC X(048).
           05 FILLER                PIC X(021) VALUE SPACES.

       01  WRK-LINHA-NAO-VERIFICADA.
           05 FILLER                PIC X(037) VALUE
              "   NAO VERIFICADA - ARQUIVO AUSENTE: ".
           05 LNV-ARQUIVO           PIC X(010).
           05 FILLER                PIC X(033) VALUE SPACES.

       01  WRK-LINHA-MANTIDAS.
           05 FILLER                PIC X(037) VALUE
              "   VIOLACOES ANTERIORES MANTIDAS...: ".
           05 LMT-QTDE              PIC Z(006)9.
           05 FILLER                PIC X(036) VALUE SPACES.

       01  WRK-LINHA-CONTAGEM.
           05 FILLER                PIC X(013) VALUE
              "   VIOLACOES:".
           05 LCT-VIOLACOES         PIC Z(006)9.
           05 FILLER                PIC X(007) VALUE " NOVAS:".
           05 LCT-NOVAS             PIC Z(006)9.
           05 FILLER                PIC X(010) VALUE " PERSIST.:".
           05 LCT-PERSISTENTES      PIC Z(006)9.
           05 FILLER                PIC X(012) VALUE " RESOLVIDAS:".
           05 LCT-RESOLVIDAS        PIC Z(006)9.
           05 FILLER                PIC X(010) VALUE SPACES.

       01  WRK-LINHA-CAB-AMOSTRA.
           05 FILLER                PIC X(040) VALUE
              "   AMOSTRA DE CHAVES    SITUACAO     DES".
           05 FILLER                PIC X(040) VALUE "DE".

       01  WRK-LINHA-AMOSTRA.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 LAM-CHAVE             PIC X(020).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LAM-SITUACAO          PIC X(012).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LAM-DIA               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 LAM-MES               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 LAM-ANO               PIC 9(004).
           05 FILLER                PIC X(033) VALUE SPACES.

       01  WRK-LINHA-CAB-RESUMO.
           05 FILLER                PIC X(040) VALUE
              "REGRA SITUACAO       VIOLACOES     NOVAS".
           05 FILLER                PIC X(040) VALUE
              "  PERSIST. RESOLVIDAS  MANTIDAS".

       01  WRK-LINHA-RESUMO.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-REGRA             PIC 9(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RES-SITUACAO          PIC X(014).
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-VIOLACOES         PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-NOVAS             PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-PERSISTENTES      PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-RESOLVIDAS        PIC Z(006)9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-MANTIDAS          PIC Z(006)9.
           05 FILLER                PIC X(010) VALUE SPACES.

       01  WRK-LINHA-RESULTADO.
           05 FILLER                PIC X(011) VALUE "RESULTADO: ".
           05 RSL-TEXTO             PIC X(069).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-REG-LIDOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REG-CONFERIDOS     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-AUDANT       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-AUDHOJE   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-VIOLACOES          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-NOVAS              PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-RESOLVIDAS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-NAO-VERIFICADAS    PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX39-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-CARREGAR-REFERENCIAS.
           PERFORM 030-AUDITAR-ARQUIVOS.
           PERFORM 035-APURAR-ANTERIORES.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX39 INICIADO - AUDITORIA INTEGRIDADE".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           INITIALIZE TAB-REG-RESULTADOS.
           MOVE SPACES TO TAB-VEN-EXISTENTES.
           MOVE SPACES TO TAB-CPR-EXISTENTES.
           PERFORM 011-INICIAR-REGRA
             VARYING WRK-REGRA FROM 1 BY 1
               UNTIL WRK-REGRA > WRK-QTD-REGRAS.
           PERFORM 012-ABRIR-ARQUIVOS.

       011-INICIAR-REGRA.
           SET REG-VERIFICADA(WRK-REGRA) TO TRUE.

      *OS ARQUIVOS DE REFERENCIA E OS CONFERIDOS SAO ABERTOS UM A
      *UM NA CARGA E NA CONFERENCIA; AQUI SO AS SAIDAS.
       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   AUDHOJE.
           IF WRK-FS-AUDHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA AUDHOJE - FS: " WRK-FS-AUDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   AUDREL.
           IF WRK-FS-AUDREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA AUDREL - FS: " WRK-FS-AUDREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       020-CARREGAR-REFERENCIAS.
           PERFORM 100-CARREGAR-CADCLIN.
           PERFORM 105-CARREGAR-CONDCTA.
           PERFORM 110-CARREGAR-APOLHOJE.
           PERFORM 115-CARREGAR-VENDEDOR.
           PERFORM 120-CARREGAR-COMPRA.
           PERFORM 125-CARREGAR-AUDANT.

       030-AUDITAR-ARQUIVOS.
           PERFORM 200-AUDITAR-MAPCLI.
           PERFORM 205-AUDITAR-TITULAR2.
           PERFORM 210-AUDITAR-BENEF.
           PERFORM 215-AUDITAR-COMISSAO.
           PERFORM 220-AUDITAR-ESTQLOJA.
           PERFORM 225-AUDITAR-CONTARHOJE.

      *VIOLACAO DO RUN ANTERIOR QUE NAO REAPARECEU: RESOLVIDA, SE
      *A REGRA FOI VERIFICADA; MANTIDA EM AUDHOJE, SE NAO FOI.
       035-APURAR-ANTERIORES.
           PERFORM 036-APURAR-ANTERIOR
             VARYING IDX-ANT FROM 1 BY 1
               UNTIL IDX-ANT > WRK-TAB-ANT-QTDE.

       036-APURAR-ANTERIOR.
           IF NOT ANT-VISTA(IDX-ANT)
              MOVE TAB-ANT-CHAVE(IDX-ANT) TO AUDIT-CHAVE
              MOVE AUDIT-REGRA TO WRK-REGRA
              IF WRK-REGRA > ZEROS
                 AND WRK-REGRA NOT > WRK-QTD-REGRAS
                 IF REG-VERIFICADA(WRK-REGRA)
                    ADD 1 TO TAB-REG-RESOLVIDAS(WRK-REGRA)
                    ADD 1 TO WRK-CONT-RESOLVIDAS
                 ELSE
                    MOVE TAB-ANT-DESDE(IDX-ANT) TO AUDIT-DESDE
                    PERFORM 081-GRAVAR-AUDHOJE
                    ADD 1 TO TAB-REG-MANTIDAS(WRK-REGRA)
                 END-IF
              END-IF
           END-IF.

       050-FINALIZAR.
           PERFORM 060-GRAVAR-RELATORIO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-VIOLACOES > ZEROS
              OR WRK-CONT-NAO-VERIFICADAS > ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos..........: "
                   WRK-CONT-REG-LIDOS.
           DISPLAY "Quantidade de Registros Conferidos.....: "
                   WRK-CONT-REG-CONFERIDOS.
           DISPLAY "Quantidade de Violacoes Anteriores.....: "
                   WRK-CONT-LIDOS-AUDANT.
           DISPLAY "Quantidade de Violacoes do Run.........: "
                   WRK-CONT-VIOLACOES.
           DISPLAY "Quantidade de Violacoes Novas..........: "
                   WRK-CONT-NOVAS.
           DISPLAY "Quantidade de Violacoes Resolvidas.....: "
                   WRK-CONT-RESOLVIDAS.
           DISPLAY "Quantidade de Regras Nao Verificadas...: "
                   WRK-CONT-NAO-VERIFICADAS.
           DISPLAY "Quantidade de Registros Gravados AUDHOJE: "
                   WRK-CONT-GRAVADOS-AUDHOJE.

       052-FECHAR-ARQUIVOS.
           CLOSE AUDHOJE.
           IF WRK-FS-AUDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE AUDHOJE - FS: " WRK-FS-AUDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE AUDREL.
           IF WRK-FS-AUDREL NOT = "00"
              DISPLAY "ERRO CLOSE AUDREL - FS: " WRK-FS-AUDREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *RELATORIO: UM BLOCO POR REGRA E O RESUMO FINAL
       060-GRAVAR-RELATORIO.
           MOVE WRK-DIA-SIS TO CAB1-DIA.
           MOVE WRK-MES-SIS TO CAB1-MES.
           MOVE WRK-ANO-SIS TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1 TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.

           PERFORM 061-GRAVAR-REGRA
             VARYING WRK-REGRA FROM 1 BY 1
               UNTIL WRK-REGRA > WRK-QTD-REGRAS.

           MOVE WRK-LINHA-TRACO TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.
           MOVE WRK-LINHA-CAB-RESUMO TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.
           PERFORM 063-GRAVAR-LINHA-RESUMO
             VARYING WRK-REGRA FROM 1 BY 1
               UNTIL WRK-REGRA > WRK-QTD-REGRAS.
           MOVE WRK-LINHA-TRACO TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.

           EVALUATE TRUE
               WHEN WRK-CONT-VIOLACOES > ZEROS
                   MOVE "HA VIOLACOES DE INTEGRIDADE (RC 4)"
                     TO RSL-TEXTO
               WHEN WRK-CONT-NAO-VERIFICADAS > ZEROS
                   MOVE "HA REGRA NAO VERIFICADA (RC 4)"
                     TO RSL-TEXTO
               WHEN OTHER
                   MOVE "NENHUMA VIOLACAO DE INTEGRIDADE (RC 0)"
                     TO RSL-TEXTO
           END-EVALUATE.
           MOVE WRK-LINHA-RESULTADO TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.

       061-GRAVAR-REGRA.
           MOVE WRK-LINHA-TRACO TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.
           MOVE WRK-REGRA                    TO LRG-REGRA.
           MOVE TAB-REG-DESCRICAO(WRK-REGRA) TO LRG-DESCRICAO.
           MOVE WRK-LINHA-REGRA TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.

           IF REG-NAO-VERIFICADA(WRK-REGRA)
              MOVE TAB-REG-AUSENTE(WRK-REGRA) TO LNV-ARQUIVO
              MOVE WRK-LINHA-NAO-VERIFICADA TO FD-AUDREL-REGISTRO
              PERFORM 068-ESCREVER-AUDREL
              MOVE TAB-REG-MANTIDAS(WRK-REGRA) TO LMT-QTDE
              MOVE WRK-LINHA-MANTIDAS TO FD-AUDREL-REGISTRO
              PERFORM 068-ESCREVER-AUDREL
           ELSE
              MOVE TAB-REG-VIOLACOES(WRK-REGRA)    TO LCT-VIOLACOES
              MOVE TAB-REG-NOVAS(WRK-REGRA)        TO LCT-NOVAS
              MOVE TAB-REG-PERSISTENTES(WRK-REGRA) TO LCT-PERSISTENTES
              MOVE TAB-REG-RESOLVIDAS(WRK-REGRA)   TO LCT-RESOLVIDAS
              MOVE WRK-LINHA-CONTAGEM TO FD-AUDREL-REGISTRO
              PERFORM 068-ESCREVER-AUDREL
              IF TAB-REG-QTD-AMOSTRAS(WRK-REGRA) > ZEROS
                 MOVE WRK-LINHA-CAB-AMOSTRA TO FD-AUDREL-REGISTRO
                 PERFORM 068-ESCREVER-AUDREL
                 PERFORM 062-GRAVAR-AMOSTRA
                   VARYING WRK-SUB-AMOSTRA FROM 1 BY 1
                     UNTIL WRK-SUB-AMOSTRA >
                           TAB-REG-QTD-AMOSTRAS(WRK-REGRA)
              END-IF
           END-IF.

       062-GRAVAR-AMOSTRA.
           MOVE TAB-AMO-CHAVE(WRK-REGRA, WRK-SUB-AMOSTRA)
             TO LAM-CHAVE.
           MOVE TAB-AMO-SITUACAO(WRK-REGRA, WRK-SUB-AMOSTRA)
             TO LAM-SITUACAO.
           MOVE TAB-AMO-DESDE(WRK-REGRA, WRK-SUB-AMOSTRA)
             TO WRK-DATA-AUX.
           MOVE WRK-DIA-AUX TO LAM-DIA.
           MOVE WRK-MES-AUX TO LAM-MES.
           MOVE WRK-ANO-AUX TO LAM-ANO.
           MOVE WRK-LINHA-AMOSTRA TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.

       063-GRAVAR-LINHA-RESUMO.
           MOVE WRK-REGRA TO RES-REGRA.
           EVALUATE TRUE
               WHEN REG-NAO-VERIFICADA(WRK-REGRA)
                   MOVE "NAO VERIFICADA" TO RES-SITUACAO
               WHEN TAB-REG-VIOLACOES(WRK-REGRA) > ZEROS
                   MOVE "VIOLADA"        TO RES-SITUACAO
               WHEN OTHER
                   MOVE "OK"             TO RES-SITUACAO
           END-EVALUATE.
           MOVE TAB-REG-VIOLACOES(WRK-REGRA)    TO RES-VIOLACOES.
           MOVE TAB-REG-NOVAS(WRK-REGRA)        TO RES-NOVAS.
           MOVE TAB-REG-PERSISTENTES(WRK-REGRA) TO RES-PERSISTENTES.
           MOVE TAB-REG-RESOLVIDAS(WRK-REGRA)   TO RES-RESOLVIDAS.
           MOVE TAB-REG-MANTIDAS(WRK-REGRA)     TO RES-MANTIDAS.
           MOVE WRK-LINHA-RESUMO TO FD-AUDREL-REGISTRO.
           PERFORM 068-ESCREVER-AUDREL.

       068-ESCREVER-AUDREL.
           WRITE FD-AUDREL-REGISTRO.
           IF WRK-FS-AUDREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AUDREL - FS: " WRK-FS-AUDREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GUARDA WRK-REF-CHAVE NA TABELA DE REFERENCIAS, NA POSICAO
      *DA ORDEM. OS ARQUIVOS VEM NA ORDEM DA CHAVE, ENTAO QUASE
      *SEMPRE A CHAVE VAI PARA O FIM. CHAVE REPETIDA E IGNORADA.
       070-GUARDAR-REFERENCIA.
           IF WRK-TAB-REF-QTDE = ZEROS
              OR TAB-REF-CHAVE(WRK-TAB-REF-QTDE) < WRK-REF-CHAVE
              PERFORM 071-INCLUIR-REFERENCIA
           ELSE
              PERFORM 073-BUSCAR-REFERENCIA
              IF BUSCA-AUSENTE
                 PERFORM 071-INCLUIR-REFERENCIA
              END-IF
           END-IF.

       071-INCLUIR-REFERENCIA.
           IF WRK-TAB-REF-QTDE = 30000
              DISPLAY "TABELA DE REFERENCIAS EXCEDIDA - 30000 CHAVES"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-REF-QTDE + 1.
           IF WRK-TAB-REF-QTDE > ZEROS
              AND TAB-REF-CHAVE(WRK-TAB-REF-QTDE) > WRK-REF-CHAVE
              SET IDX-REF TO 1
              SEARCH TAB-REF-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-REF-CHAVE(IDX-REF) > WRK-REF-CHAVE
                      SET WRK-SUB-POSICAO TO IDX-REF
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-REF-QTDE.
           PERFORM 072-DESLOCAR-REFERENCIA
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-REF-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           MOVE WRK-REF-CHAVE TO TAB-REF-CHAVE(WRK-SUB-POSICAO).

       072-DESLOCAR-REFERENCIA.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-REF-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-REF-REGISTRO(WRK-SUB-DESLOCA).

       073-BUSCAR-REFERENCIA.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-TAB-REF-QTDE > ZEROS
              SEARCH ALL TAB-REF-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-REF-CHAVE(IDX-REF) = WRK-REF-CHAVE
                      SET BUSCA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.

      *GUARDA A VIOLACAO DO RUN ANTERIOR (WRK-AUDIT-REGISTRO) NA
      *POSICAO DA ORDEM. CHAVE REPETIDA E IGNORADA.
       075-GUARDAR-ANTERIOR.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-TAB-ANT-QTDE > ZEROS
              AND TAB-ANT-CHAVE(WRK-TAB-ANT-QTDE) NOT < AUDIT-CHAVE
              SEARCH ALL TAB-ANT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ANT-CHAVE(IDX-ANT) = AUDIT-CHAVE
                      SET BUSCA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF.
           IF BUSCA-AUSENTE
              PERFORM 076-INCLUIR-ANTERIOR
           END-IF.

       076-INCLUIR-ANTERIOR.
           IF WRK-TAB-ANT-QTDE = 50000
              DISPLAY "TABELA DE VIOLACOES EXCEDIDA - 50000 CHAVES"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-ANT-QTDE + 1.
           IF WRK-TAB-ANT-QTDE > ZEROS
              AND TAB-ANT-CHAVE(WRK-TAB-ANT-QTDE) > AUDIT-CHAVE
              SET IDX-ANT TO 1
              SEARCH TAB-ANT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ANT-CHAVE(IDX-ANT) > AUDIT-CHAVE
                      SET WRK-SUB-POSICAO TO IDX-ANT
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-ANT-QTDE.
           PERFORM 077-DESLOCAR-ANTERIOR
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-ANT-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           MOVE AUDIT-CHAVE TO TAB-ANT-CHAVE(WRK-SUB-POSICAO).
           MOVE AUDIT-DESDE TO TAB-ANT-DESDE(WRK-SUB-POSICAO).
           MOVE "N"         TO TAB-ANT-VISTA(WRK-SUB-POSICAO).

       077-DESLOCAR-ANTERIOR.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-ANT-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-ANT-REGISTRO(WRK-SUB-DESLOCA).

      *REGISTRA A VIOLACAO WRK-VIO-CHAVE DA REGRA WRK-REGRA: NOVA
      *OU PERSISTENTE PELO AUDANT, GRAVADA EM AUDHOJE E GUARDADA
      *NA AMOSTRA DA REGRA ENQUANTO HOUVER LUGAR.
       080-REGISTRAR-VIOLACAO.
           MOVE WRK-REGRA     TO AUDIT-REGRA.
           MOVE WRK-VIO-CHAVE TO AUDIT-VIOLACAO.
           MOVE WRK-DATA-SIS  TO AUDIT-DESDE.
           SET BUSCA-AUSENTE TO TRUE.
           IF WRK-TAB-ANT-QTDE > ZEROS
              SEARCH ALL TAB-ANT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ANT-CHAVE(IDX-ANT) = AUDIT-CHAVE
                      SET BUSCA-ENCONTRADA TO TRUE
                      SET ANT-VISTA(IDX-ANT) TO TRUE
                      MOVE TAB-ANT-DESDE(IDX-ANT) TO AUDIT-DESDE
              END-SEARCH
           END-IF.

           ADD 1 TO TAB-REG-VIOLACOES(WRK-REGRA).
           ADD 1 TO WRK-CONT-VIOLACOES.
           IF BUSCA-ENCONTRADA
              ADD 1 TO TAB-REG-PERSISTENTES(WRK-REGRA)
           ELSE
              ADD 1 TO TAB-REG-NOVAS(WRK-REGRA)
              ADD 1 TO WRK-CONT-NOVAS
           END-IF.
           PERFORM 081-GRAVAR-AUDHOJE.

           IF TAB-REG-QTD-AMOSTRAS(WRK-REGRA) < 10
              PERFORM 082-GUARDAR-AMOSTRA
           END-IF.

       081-GRAVAR-AUDHOJE.
           WRITE FD-AUDHOJE-REGISTRO FROM WRK-AUDIT-REGISTRO.
           IF WRK-FS-AUDHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AUDHOJE - FS: " WRK-FS-AUDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-AUDHOJE.

       082-GUARDAR-AMOSTRA.
           ADD 1 TO TAB-REG-QTD-AMOSTRAS(WRK-REGRA).
           MOVE TAB-REG-QTD-AMOSTRAS(WRK-REGRA) TO WRK-SUB-AMOSTRA.
           MOVE WRK-VIO-CHAVE
             TO TAB-AMO-CHAVE(WRK-REGRA, WRK-SUB-AMOSTRA).
           MOVE AUDIT-DESDE
             TO TAB-AMO-DESDE(WRK-REGRA, WRK-SUB-AMOSTRA).
           IF BUSCA-ENCONTRADA
              MOVE "PERSISTENTE"
                TO TAB-AMO-SITUACAO(WRK-REGRA, WRK-SUB-AMOSTRA)
           ELSE
              MOVE "NOVA"
                TO TAB-AMO-SITUACAO(WRK-REGRA, WRK-SUB-AMOSTRA)
           END-IF.

      *REGRA WRK-REGRA SEM O ARQUIVO WRK-ARQ-AUSENTE. A PRIMEIRA
      *AUSENCIA ENCONTRADA E A QUE SAI NO RELATORIO.
       085-MARCAR-NAO-VERIFICADA.
           IF REG-VERIFICADA(WRK-REGRA)
              SET REG-NAO-VERIFICADA(WRK-REGRA) TO TRUE
              MOVE WRK-ARQ-AUSENTE TO TAB-REG-AUSENTE(WRK-REGRA)
              ADD 1 TO WRK-CONT-NAO-VERIFICADAS
           END-IF.

      *CONTAS DO CADCLIN (REFERENCIA DAS REGRAS 01 E 03)
       100-CARREGAR-CADCLIN.
           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-CADCLIN = "35"
              SET CADCLIN-AUSENTE TO TRUE
              MOVE "CADCLIN" TO WRK-ARQ-AUSENTE
              MOVE 1 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
              MOVE 3 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              PERFORM 102-LER-CADCLIN
              PERFORM 101-GUARDAR-CADCLIN
                UNTIL WRK-FS-CADCLIN = "10"
              CLOSE CADCLIN
           END-IF.

       101-GUARDAR-CADCLIN.
           MOVE "C"           TO REF-TIPO.
           MOVE CADCLIN-CHAVE TO REF-VALOR.
           PERFORM 070-GUARDAR-REFERENCIA.
           PERFORM 102-LER-CADCLIN.

       102-LER-CADCLIN.
           READ CADCLIN    INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CADCLIN = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *CONTAS ENCERRADAS DO CONDCTA (REFERENCIA DA REGRA 02)
       105-CARREGAR-CONDCTA.
           OPEN INPUT    CONDCTA.
           IF WRK-FS-CONDCTA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-CONDCTA = "35"
              SET CONDCTA-AUSENTE TO TRUE
              MOVE "CONDCTA" TO WRK-ARQ-AUSENTE
              MOVE 2 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              PERFORM 107-LER-CONDCTA
              PERFORM 106-GUARDAR-CONDCTA
                UNTIL WRK-FS-CONDCTA = "10"
              CLOSE CONDCTA
           END-IF.

       106-GUARDAR-CONDCTA.
           IF CONDCTA-ENCERRADA
              MOVE "E"           TO REF-TIPO
              MOVE CONDCTA-CHAVE TO REF-VALOR
              PERFORM 070-GUARDAR-REFERENCIA
           END-IF.
           PERFORM 107-LER-CONDCTA.

       107-LER-CONDCTA.
           READ CONDCTA    INTO WRK-CONDCTA-REGISTRO.
           IF WRK-FS-CONDCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CONDCTA = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *APOLICES EM VIGOR (REFERENCIA DA REGRA 04)
       110-CARREGAR-APOLHOJE.
           OPEN INPUT    APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-APOLHOJE = "35"
              SET APOLHOJE-AUSENTE TO TRUE
              MOVE "APOLHOJE" TO WRK-ARQ-AUSENTE
              MOVE 4 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              PERFORM 112-LER-APOLHOJE
              PERFORM 111-GUARDAR-APOLHOJE
                UNTIL WRK-FS-APOLHOJE = "10"
              CLOSE APOLHOJE
           END-IF.

       111-GUARDAR-APOLHOJE.
           MOVE SPACES               TO WRK-REF-CHAVE.
           MOVE "A"                  TO REF-TIPO.
           MOVE APOLHOJE-COD-CLIENTE TO REF-APO-CLIENTE.
           MOVE APOLHOJE-COD-PRODUTO TO REF-APO-PRODUTO.
           PERFORM 070-GUARDAR-REFERENCIA.
           PERFORM 112-LER-APOLHOJE.

       112-LER-APOLHOJE.
           READ APOLHOJE   INTO WRK-APOLHOJE-REGISTRO.
           IF WRK-FS-APOLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-APOLHOJE = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *VENDEDORES CADASTRADOS, ATIVOS OU NAO (REFERENCIA DA
      *REGRA 05)
       115-CARREGAR-VENDEDOR.
           OPEN INPUT    VENDEDOR.
           IF WRK-FS-VENDEDOR NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA VENDEDOR - FS: " WRK-FS-VENDEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-VENDEDOR = "35"
              SET VENDEDOR-AUSENTE TO TRUE
              MOVE "VENDEDOR" TO WRK-ARQ-AUSENTE
              MOVE 5 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              PERFORM 117-LER-VENDEDOR
              PERFORM 116-GUARDAR-VENDEDOR
                UNTIL WRK-FS-VENDEDOR = "10"
              CLOSE VENDEDOR
           END-IF.

       116-GUARDAR-VENDEDOR.
           IF VENDEDOR-COD-VENDEDOR > ZEROS
              MOVE "S" TO TAB-VEN-EXISTE(VENDEDOR-COD-VENDEDOR)
           END-IF.
           PERFORM 117-LER-VENDEDOR.

       117-LER-VENDEDOR.
           READ VENDEDOR   INTO WRK-VENDEDOR-REGISTRO.
           IF WRK-FS-VENDEDOR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA VENDEDOR - FS: " WRK-FS-VENDEDOR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-VENDEDOR = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *COMPRAS AINDA NO HISTORICO CORRENTE (REFERENCIA DA
      *REGRA 07)
       120-CARREGAR-COMPRA.
           OPEN INPUT    COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-COMPRA = "35"
              SET COMPRA-AUSENTE TO TRUE
              MOVE "COMPRA" TO WRK-ARQ-AUSENTE
              MOVE 7 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              PERFORM 122-LER-COMPRA
              PERFORM 121-GUARDAR-COMPRA
                UNTIL WRK-FS-COMPRA = "10"
              CLOSE COMPRA
           END-IF.

       121-GUARDAR-COMPRA.
           IF COMPRA-COD-COMPRA > ZEROS
              MOVE "S" TO TAB-CPR-EXISTE(COMPRA-COD-COMPRA)
           END-IF.
           PERFORM 122-LER-COMPRA.

       122-LER-COMPRA.
           READ COMPRA     INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPRA = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *VIOLACOES DO RUN ANTERIOR. SEM O AUDANT (PRIMEIRO RUN),
      *TODA VIOLACAO E NOVA.
       125-CARREGAR-AUDANT.
           OPEN INPUT    AUDANT.
           IF WRK-FS-AUDANT NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA AUDANT - FS: " WRK-FS-AUDANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-AUDANT = "35"
              DISPLAY "AUDANT AUSENTE - TODA VIOLACAO SERA NOVA"
           ELSE
              PERFORM 127-LER-AUDANT
              PERFORM 126-GUARDAR-AUDANT
                UNTIL WRK-FS-AUDANT = "10"
              CLOSE AUDANT
           END-IF.

       126-GUARDAR-AUDANT.
           PERFORM 075-GUARDAR-ANTERIOR.
           PERFORM 127-LER-AUDANT.

       127-LER-AUDANT.
           READ AUDANT     INTO WRK-AUDIT-REGISTRO.
           IF WRK-FS-AUDANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA AUDANT - FS: " WRK-FS-AUDANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-AUDANT = "00"
              ADD 1 TO WRK-CONT-LIDOS-AUDANT
           END-IF.

      *REGRAS 01 E 02 - LIGACOES CONTA -> CLIENTE DO MAPCLI
       200-AUDITAR-MAPCLI.
           OPEN INPUT    MAPCLI.
           IF WRK-FS-MAPCLI NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-MAPCLI = "35"
              MOVE "MAPCLI" TO WRK-ARQ-AUSENTE
              MOVE 1 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
              MOVE 2 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              PERFORM 202-LER-MAPCLI
              PERFORM 201-CONFERIR-MAPCLI
                UNTIL WRK-FS-MAPCLI = "10"
              CLOSE MAPCLI
           END-IF.

       201-CONFERIR-MAPCLI.
           IF MAPCLI-COD-CLIENTE > ZEROS
              ADD 1 TO WRK-CONT-REG-CONFERIDOS
              MOVE SPACES       TO WRK-VIO-CHAVE
              MOVE MAPCLI-CHAVE TO WRK-VIO-CHAVE
              SET BUSCA-ENCONTRADA TO TRUE
              IF NOT CADCLIN-AUSENTE
                 MOVE "C"          TO REF-TIPO
                 MOVE MAPCLI-CHAVE TO REF-VALOR
                 PERFORM 073-BUSCAR-REFERENCIA
                 IF BUSCA-AUSENTE
                    MOVE 1 TO WRK-REGRA
                    PERFORM 080-REGISTRAR-VIOLACAO
                 END-IF
              END-IF
              IF BUSCA-ENCONTRADA
                 AND NOT CONDCTA-AUSENTE
                 MOVE "E"          TO REF-TIPO
                 MOVE MAPCLI-CHAVE TO REF-VALOR
                 PERFORM 073-BUSCAR-REFERENCIA
                 IF BUSCA-ENCONTRADA
                    MOVE 2 TO WRK-REGRA
                    PERFORM 080-REGISTRAR-VIOLACAO
                 END-IF
              END-IF
           END-IF.
           PERFORM 202-LER-MAPCLI.

       202-LER-MAPCLI.
           READ MAPCLI     INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MAPCLI = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *REGRA 03 - SEGUNDO TITULAR DE CONTA FORA DO CADCLIN
       205-AUDITAR-TITULAR2.
           OPEN INPUT    TITULAR2.
           IF WRK-FS-TITULAR2 NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA TITULAR2 - FS: " WRK-FS-TITULAR2
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-TITULAR2 = "35"
              MOVE "TITULAR2" TO WRK-ARQ-AUSENTE
              MOVE 3 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              IF NOT CADCLIN-AUSENTE
                 PERFORM 207-LER-TITULAR2
                 PERFORM 206-CONFERIR-TITULAR2
                   UNTIL WRK-FS-TITULAR2 = "10"
              END-IF
              CLOSE TITULAR2
           END-IF.

       206-CONFERIR-TITULAR2.
           ADD 1 TO WRK-CONT-REG-CONFERIDOS.
           MOVE "C"            TO REF-TIPO.
           MOVE TITULAR2-CHAVE TO REF-VALOR.
           PERFORM 073-BUSCAR-REFERENCIA.
           IF BUSCA-AUSENTE
              MOVE SPACES         TO WRK-VIO-CHAVE
              MOVE TITULAR2-CHAVE TO WRK-VIO-CHAVE
              MOVE 3 TO WRK-REGRA
              PERFORM 080-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 207-LER-TITULAR2.

       207-LER-TITULAR2.
           READ TITULAR2   INTO WRK-TITULAR2-REGISTRO.
           IF WRK-FS-TITULAR2 NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA TITULAR2 - FS: " WRK-FS-TITULAR2
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-TITULAR2 = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *REGRA 04 - BENEFICIARIO DE APOLICE QUE NAO ESTA EM VIGOR
       210-AUDITAR-BENEF.
           OPEN INPUT    BENEF.
           IF WRK-FS-BENEF NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA BENEF - FS: " WRK-FS-BENEF
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-BENEF = "35"
              MOVE "BENEF" TO WRK-ARQ-AUSENTE
              MOVE 4 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              IF NOT APOLHOJE-AUSENTE
                 PERFORM 212-LER-BENEF
                 PERFORM 211-CONFERIR-BENEF
                   UNTIL WRK-FS-BENEF = "10"
              END-IF
              CLOSE BENEF
           END-IF.

       211-CONFERIR-BENEF.
           ADD 1 TO WRK-CONT-REG-CONFERIDOS.
           MOVE SPACES            TO WRK-REF-CHAVE.
           MOVE "A"               TO REF-TIPO.
           MOVE BENEF-COD-CLIENTE TO REF-APO-CLIENTE.
           MOVE BENEF-COD-PRODUTO TO REF-APO-PRODUTO.
           PERFORM 073-BUSCAR-REFERENCIA.
           IF BUSCA-AUSENTE
              MOVE SPACES            TO WRK-VIO-CHAVE
              MOVE BENEF-COD-CLIENTE TO VIO-BEN-CLIENTE
              MOVE BENEF-COD-PRODUTO TO VIO-BEN-PRODUTO
              MOVE BENEF-SEQUENCIA   TO VIO-BEN-SEQUENCIA
              MOVE 4 TO WRK-REGRA
              PERFORM 080-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 212-LER-BENEF.

       212-LER-BENEF.
           READ BENEF      INTO WRK-BENEF-REGISTRO.
           IF WRK-FS-BENEF NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BENEF - FS: " WRK-FS-BENEF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BENEF = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *REGRA 05 - LINHA DE COMISSAO DE VENDEDOR NAO CADASTRADO
       215-AUDITAR-COMISSAO.
           OPEN INPUT    COMISSAO.
           IF WRK-FS-COMISSAO NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA COMISSAO - FS: " WRK-FS-COMISSAO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-COMISSAO = "35"
              MOVE "COMISSAO" TO WRK-ARQ-AUSENTE
              MOVE 5 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              IF NOT VENDEDOR-AUSENTE
                 PERFORM 217-LER-COMISSAO
                 PERFORM 216-CONFERIR-COMISSAO
                   UNTIL WRK-FS-COMISSAO = "10"
              END-IF
              CLOSE COMISSAO
           END-IF.

       216-CONFERIR-COMISSAO.
           ADD 1 TO WRK-CONT-REG-CONFERIDOS.
           IF COMISSAO-COD-VENDEDOR = ZEROS
              OR TAB-VEN-EXISTE(COMISSAO-COD-VENDEDOR) NOT = "S"
              MOVE SPACES                TO WRK-VIO-CHAVE
              MOVE COMISSAO-COD-VENDEDOR TO VIO-CMS-VENDEDOR
              MOVE COMISSAO-COD-COMPRA   TO VIO-CMS-COMPRA
              MOVE COMISSAO-NOME-PRODUTO TO VIO-CMS-PRODUTO
              MOVE 5 TO WRK-REGRA
              PERFORM 080-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 217-LER-COMISSAO.

       217-LER-COMISSAO.
           READ COMISSAO   INTO WRK-COMISSAO-REGISTRO.
           IF WRK-FS-COMISSAO NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMISSAO - FS: " WRK-FS-COMISSAO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMISSAO = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *REGRA 06 - SALDO DE LOJA DE PRODUTO FORA DO CADASTRO
       220-AUDITAR-ESTQLOJA.
           OPEN INPUT    ESTQLOJA.
           IF WRK-FS-ESTQLOJA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ESTQLOJA - FS: " WRK-FS-ESTQLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           EVALUATE TRUE
               WHEN WRK-FS-ESTQLOJA = "35"
                   MOVE "ESTQLOJA" TO WRK-ARQ-AUSENTE
                   MOVE 6 TO WRK-REGRA
                   PERFORM 085-MARCAR-NAO-VERIFICADA
               WHEN WRK-FS-PRODUTO = "35"
                   MOVE "PRODUTO" TO WRK-ARQ-AUSENTE
                   MOVE 6 TO WRK-REGRA
                   PERFORM 085-MARCAR-NAO-VERIFICADA
               WHEN OTHER
                   PERFORM 222-LER-ESTQLOJA
                   PERFORM 221-CONFERIR-ESTQLOJA
                     UNTIL WRK-FS-ESTQLOJA = "10"
           END-EVALUATE.

           IF WRK-FS-ESTQLOJA NOT = "35"
              CLOSE ESTQLOJA
           END-IF.
           IF WRK-FS-PRODUTO NOT = "35"
              CLOSE PRODUTO
           END-IF.

       221-CONFERIR-ESTQLOJA.
           ADD 1 TO WRK-CONT-REG-CONFERIDOS.
           MOVE ESTQLOJA-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO
               INVALID KEY
                   MOVE SPACES               TO WRK-VIO-CHAVE
                   MOVE ESTQLOJA-COD-LOJA    TO VIO-EST-LOJA
                   MOVE ESTQLOJA-COD-PRODUTO TO VIO-EST-PRODUTO
                   MOVE 6 TO WRK-REGRA
                   PERFORM 080-REGISTRAR-VIOLACAO
           END-READ.
           IF WRK-FS-PRODUTO NOT = "00" AND "23"
              DISPLAY "ERRO LEITURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 222-LER-ESTQLOJA.

       222-LER-ESTQLOJA.
           READ ESTQLOJA   INTO WRK-ESTQLOJA-REGISTRO.
           IF WRK-FS-ESTQLOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ESTQLOJA - FS: " WRK-FS-ESTQLOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ESTQLOJA = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *REGRA 07 - TITULO A RECEBER DE COMPRA JA EXPURGADA
       225-AUDITAR-CONTARHOJE.
           OPEN INPUT    CONTARHOJE.
           IF WRK-FS-CONTARHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CONTARHOJE - FS: "
                      WRK-FS-CONTARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-FS-CONTARHOJE = "35"
              MOVE "CONTARHOJE" TO WRK-ARQ-AUSENTE
              MOVE 7 TO WRK-REGRA
              PERFORM 085-MARCAR-NAO-VERIFICADA
           ELSE
              IF NOT COMPRA-AUSENTE
                 PERFORM 227-LER-CONTARHOJE
                 PERFORM 226-CONFERIR-CONTARHOJE
                   UNTIL WRK-FS-CONTARHOJE = "10"
              END-IF
              CLOSE CONTARHOJE
           END-IF.

       226-CONFERIR-CONTARHOJE.
           ADD 1 TO WRK-CONT-REG-CONFERIDOS.
           IF CONTARHOJE-COD-COMPRA = ZEROS
              OR TAB-CPR-EXISTE(CONTARHOJE-COD-COMPRA) NOT = "S"
              MOVE SPACES                 TO WRK-VIO-CHAVE
              MOVE CONTARHOJE-COD-COMPRA  TO VIO-CTR-COMPRA
              MOVE CONTARHOJE-COD-CLIENTE TO VIO-CTR-CLIENTE
              MOVE 7 TO WRK-REGRA
              PERFORM 080-REGISTRAR-VIOLACAO
           END-IF.
           PERFORM 227-LER-CONTARHOJE.

       227-LER-CONTARHOJE.
           READ CONTARHOJE INTO WRK-CONTARHOJE-REGISTRO.
           IF WRK-FS-CONTARHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONTARHOJE - FS: "
                      WRK-FS-CONTARHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CONTARHOJE = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX39".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

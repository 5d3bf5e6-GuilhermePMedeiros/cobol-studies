       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX35.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX35
      *VALIDACAO PREVIA DOS ARQUIVOS DE PARAMETRO DO STREAM
      *NOTURNO. RODA COMO PRIMEIRO PASSO, ANTES DE QUALQUER PASSO
      *DE NEGOCIO, E CONFERE CADA PARAMETRO QUANTO A:
      *  - PRESENCA: O CATALOGO ABAIXO DIZ, PARA CADA ARQUIVO, SE
      *    A AUSENCIA E ERRO (O PROGRAMA QUE O LE ABENDA OU ASSUME
      *    UM PADRAO PERIGOSO, COMO IMPOSTO ZERO), AVISO (ASSUME UM
      *    PADRAO ACEITAVEL, QUE SAI NO RELATORIO) OU NORMAL;
      *  - LAYOUT: ERRO DE ABERTURA (FS 39 = TAMANHO DE REGISTRO
      *    DIFERENTE DO LAYOUT), CAMPOS NUMERICOS, ARQUIVO VAZIO E
      *    QUANTIDADE DE REGISTROS ACIMA DA TABELA DO PROGRAMA QUE
      *    O CARREGA;
      *  - FAIXAS: PERCENTUAIS, TAXAS, PARCELAS E QUANTIDADES;
      *  - DATAS: DATA INVALIDA, VIGENCIA INVERTIDA E VIGENCIAS
      *    SOBREPOSTAS DO MESMO PRODUTO;
      *  - CONSISTENCIA ENTRE ARQUIVOS: PRODUTO DO PARMTAXA, DO
      *    PARMUM, DO PARMPROMO, DO PARMSEG E DO PARMSIN CADASTRADO
      *    EM PRODUTO, E PRODUTO EM PROMOCAO OU COM UNIDADE SEM
      *    ALIQUOTA NO PARMTAXA.
      *O RELATORIO PREVREL LISTA AS OCORRENCIAS E O RESUMO POR
      *ARQUIVO. RC 8 QUANDO HA ERRO - OS PASSOS SEGUINTES DO
      *STREAM TEM COND=(4,LT) SOBRE ESTE PASSO E NAO RODAM. RC 4
      *QUANDO HA SO AVISOS; OCORRENCIAS INFORMATIVAS NAO MUDAM O
      *RC.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT PARMDESC ASSIGN    TO PARMDESC
                      FILE STATUS    IS WRK-FS-PARMDESC.

       SELECT PARMTAXA ASSIGN    TO PARMTAXA
                      FILE STATUS    IS WRK-FS-PARMTAXA.

       SELECT PARMUM   ASSIGN    TO PARMUM
                      FILE STATUS    IS WRK-FS-PARMUM.

       SELECT PARMPROMO ASSIGN   TO PARMPROMO
                      FILE STATUS    IS WRK-FS-PARMPROMO.

       SELECT PARMPERI ASSIGN    TO PARMPERI
                      FILE STATUS    IS WRK-FS-PARMPERI.

       SELECT PARMLIM  ASSIGN    TO PARMLIM
                      FILE STATUS    IS WRK-FS-PARMLIM.

       SELECT PARMOVRD ASSIGN    TO PARMOVRD
                      FILE STATUS    IS WRK-FS-PARMOVRD.

       SELECT PARMPART ASSIGN    TO PARMPART
                      FILE STATUS    IS WRK-FS-PARMPART.

       SELECT PARMCRED ASSIGN    TO PARMCRED
                      FILE STATUS    IS WRK-FS-PARMCRED.

       SELECT PARMJUROS ASSIGN   TO PARMJUROS
                      FILE STATUS    IS WRK-FS-PARMJUROS.

       SELECT PARMENC  ASSIGN    TO PARMENC
                      FILE STATUS    IS WRK-FS-PARMENC.

       SELECT PARMFRAU ASSIGN    TO PARMFRAU
                      FILE STATUS    IS WRK-FS-PARMFRAU.

       SELECT PARMAPROV ASSIGN   TO PARMAPROV
                      FILE STATUS    IS WRK-FS-PARMAPROV.

       SELECT PARMSEG  ASSIGN    TO PARMSEG
                      FILE STATUS    IS WRK-FS-PARMSEG.

       SELECT PARMSALDO ASSIGN   TO PARMSALDO
                      FILE STATUS    IS WRK-FS-PARMSALDO.

       SELECT PARMCDB  ASSIGN    TO PARMCDB
                      FILE STATUS    IS WRK-FS-PARMCDB.

       SELECT PARMDUN  ASSIGN    TO PARMDUN
                      FILE STATUS    IS WRK-FS-PARMDUN.

       SELECT PARMTIER ASSIGN    TO PARMTIER
                      FILE STATUS    IS WRK-FS-PARMTIER.

       SELECT PARMMARG ASSIGN    TO PARMMARG
                      FILE STATUS    IS WRK-FS-PARMMARG.

       SELECT PARMCOA  ASSIGN    TO PARMCOA
                      FILE STATUS    IS WRK-FS-PARMCOA.

       SELECT PARMRET  ASSIGN    TO PARMRET
                      FILE STATUS    IS WRK-FS-PARMRET.

       SELECT PARMTOL  ASSIGN    TO PARMTOL
                      FILE STATUS    IS WRK-FS-PARMTOL.

       SELECT PARMSIN  ASSIGN    TO PARMSIN
                      FILE STATUS    IS WRK-FS-PARMSIN.

       SELECT PARMDIAS ASSIGN    TO PARMDIAS
                      FILE STATUS    IS WRK-FS-PARMDIAS.

       SELECT PARMGER  ASSIGN    TO PARMGER
                      FILE STATUS    IS WRK-FS-PARMGER.

       SELECT PARMJUR  ASSIGN    TO PARMJUR
                      FILE STATUS    IS WRK-FS-PARMJUR.

       SELECT PARMPREMIO ASSIGN   TO PARMPREMIO
                      FILE STATUS    IS WRK-FS-PARMPREMIO.

       SELECT PARMMDR  ASSIGN    TO PARMMDR
                      FILE STATUS    IS WRK-FS-PARMMDR.

       SELECT PARMCICLO ASSIGN   TO PARMCICLO
                      FILE STATUS    IS WRK-FS-PARMCICLO.

       SELECT PARMCUS  ASSIGN    TO PARMCUS
                      FILE STATUS    IS WRK-FS-PARMCUS.

       SELECT PARMSUPR ASSIGN    TO PARMSUPR
                      FILE STATUS    IS WRK-FS-PARMSUPR.

       SELECT PARMXSEL ASSIGN    TO PARMXSEL
                      FILE STATUS    IS WRK-FS-PARMXSEL.

      *CADASTRO MESTRE DE PRODUTO, PARA A CONSISTENCIA DOS PRODUTOS
      *INFORMADOS NOS PARAMETROS
       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *RELATORIO DA VALIDACAO PREVIA
       SELECT PREVREL  ASSIGN    TO PREVREL
                      FILE STATUS    IS WRK-FS-PREVREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMDESC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDESC-REGISTRO    PIC X(013).

       FD  PARMTAXA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMTAXA-REGISTRO    PIC X(010).

       FD  PARMUM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMUM-REGISTRO      PIC X(007).

       FD  PARMPROMO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPROMO-REGISTRO   PIC X(026).

       FD  PARMPERI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPERI-REGISTRO    PIC X(016).

       FD  PARMLIM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMLIM-REGISTRO     PIC X(036).

       FD  PARMOVRD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMOVRD-REGISTRO    PIC X(008).

       FD  PARMPART
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPART-REGISTRO    PIC X(016).

       FD  PARMCRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCRED-REGISTRO    PIC X(009).

       FD  PARMJUROS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMJUROS-REGISTRO   PIC X(014).

       FD  PARMENC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMENC-REGISTRO     PIC X(005).

       FD  PARMFRAU
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMFRAU-REGISTRO    PIC X(017).

       FD  PARMAPROV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMAPROV-REGISTRO   PIC X(005).

       FD  PARMSEG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMSEG-REGISTRO     PIC X(005).

       FD  PARMSALDO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMSALDO-REGISTRO   PIC X(011).

       FD  PARMCDB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCDB-REGISTRO     PIC X(005).

       FD  PARMDUN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDUN-REGISTRO     PIC X(003).

       FD  PARMTIER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMTIER-REGISTRO    PIC X(017).

       FD  PARMMARG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMMARG-REGISTRO    PIC X(005).

       FD  PARMCOA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCOA-REGISTRO     PIC X(022).

       FD  PARMRET
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMRET-REGISTRO     PIC X(003).

       FD  PARMTOL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMTOL-REGISTRO     PIC X(005).

       FD  PARMSIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMSIN-REGISTRO     PIC X(021).

       FD  PARMDIAS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDIAS-REGISTRO    PIC X(003).

       FD  PARMGER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMGER-REGISTRO     PIC X(032).

       FD  PARMJUR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMJUR-REGISTRO     PIC X(020).

       FD  PARMPREMIO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMPREMIO-REGISTRO  PIC X(020).

       FD  PARMMDR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMMDR-REGISTRO     PIC X(017).

       FD  PARMCICLO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCICLO-REGISTRO   PIC X(003).

       FD  PARMCUS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCUS-REGISTRO     PIC X(008).

       FD  PARMSUPR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMSUPR-REGISTRO    PIC X(003).

       FD  PARMXSEL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMXSEL-REGISTRO    PIC X(003).

       FD  PRODUTO.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  PREVREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREVREL-REGISTRO     PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMDESC       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMTAXA       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMUM         PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPROMO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPERI       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMLIM        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMOVRD       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPART       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMJUROS      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMENC        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMFRAU       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMAPROV      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMSEG        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMSALDO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCDB        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMDUN        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMTIER       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMMARG       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCOA        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMRET        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMTOL        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMSIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMDIAS       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMGER        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMJUR        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPREMIO     PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMMDR        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCICLO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCUS        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMSUPR       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMXSEL       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-PREVREL        PIC X(002) VALUE SPACES.

      *FILE STATUS DA ABERTURA/LEITURA DO ARQUIVO EM VALIDACAO
       01  WRK-FS-ATUAL             PIC X(002) VALUE SPACES.

      *CATALOGO DOS PARAMETROS VALIDADOS, NA ORDEM DA VALIDACAO:
      *NOME, REGRA DE AUSENCIA (O = ERRO, P = AVISO COM PADRAO,
      *F = NORMAL), VAZIO PERMITIDO (S/N), CAPACIDADE DA TABELA
      *DO PROGRAMA QUE O LE (1 = SO O PRIMEIRO REGISTRO E LIDO) E
      *O QUE ACONTECE NO STREAM QUANDO O ARQUIVO FALTA.
       01  WRK-CATALOGO-VALORES.
           05 FILLER                PIC X(012) VALUE "PARMDESC  ON".
           05 FILLER                PIC 9(005) VALUE 00020.
           05 FILLER                PIC X(040) VALUE
              "CALCPRECO ABENDA NA PRIMEIRA VENDA".
           05 FILLER                PIC X(012) VALUE "PARMTAXA  ON".
           05 FILLER                PIC 9(005) VALUE 02000.
           05 FILLER                PIC X(040) VALUE
              "IMPOSTO ZERO EM TODAS AS VENDAS".
           05 FILLER                PIC X(012) VALUE "PARMUM    PS".
           05 FILLER                PIC 9(005) VALUE 00500.
           05 FILLER                PIC X(040) VALUE
              "TODO PRODUTO VENDIDO EM UNIDADE INTEIRA".
           05 FILLER                PIC X(012) VALUE "PARMPROMO FS".
           05 FILLER                PIC 9(005) VALUE 00100.
           05 FILLER                PIC X(040) VALUE
              "NENHUMA PROMOCAO APLICADA".
           05 FILLER                PIC X(012) VALUE "PARMPERI  PS".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "PERIODO ABERTO - TODAS AS DATAS".
           05 FILLER                PIC X(012) VALUE "PARMLIM   PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "NENHUM LIMITE DE ERRO NO AC00EX10".
           05 FILLER                PIC X(012) VALUE "PARMOVRD  FS".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "SEM OVERRIDE - CONTROLES RUNCTL ATIVOS".
           05 FILLER                PIC X(012) VALUE "PARMPART  FN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "STREAM NAO PARTICIONADO".
           05 FILLER                PIC X(012) VALUE "PARMCRED  ON".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "CREDITO EM 12 PARCELAS SEM JUROS".
           05 FILLER                PIC X(012) VALUE "PARMJUROS ON".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "CONTAS SEM JUROS CREDOR E DEVEDOR".
           05 FILLER                PIC X(012) VALUE "PARMENC   PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "ENCARGO DE ATRASO DE 2%".
           05 FILLER                PIC X(012) VALUE "PARMFRAU  PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "CORTES DE 1.000,00, 3 COMPRAS E 3 LOJAS".
           05 FILLER                PIC X(012) VALUE "PARMAPROV PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "PRECO ALTERADO SEM APROVACAO (999,99%)".
           05 FILLER                PIC X(012) VALUE "PARMSEG   PS".
           05 FILLER                PIC 9(005) VALUE 00050.
           05 FILLER                PIC X(040) VALUE
              "PRODUTOS DE SEGURO 00005 E 00009".
           05 FILLER                PIC X(012) VALUE "PARMSALDO PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "SALDO MINIMO DE 7.000,00".
           05 FILLER                PIC X(012) VALUE "PARMCDB   ON".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "AC00EX82 ABENDA NA ABERTURA".
           05 FILLER                PIC X(012) VALUE "PARMDUN   PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "15 DIAS ENTRE OS ESTAGIOS DE COBRANCA".
           05 FILLER                PIC X(012) VALUE "PARMTIER  PS".
           05 FILLER                PIC 9(005) VALUE 00003.
           05 FILLER                PIC X(040) VALUE
              "CORTES 50.000/20.000, MULT 2,00/1,50/1".
           05 FILLER                PIC X(012) VALUE "PARMMARG  PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "MARGEM MINIMA DE 10%".
           05 FILLER                PIC X(012) VALUE "PARMCOA   ON".
           05 FILLER                PIC 9(005) VALUE 00050.
           05 FILLER                PIC X(040) VALUE
              "AC00EX78 ABENDA - SEM EXTRATO CONTABIL".
           05 FILLER                PIC X(012) VALUE "PARMRET   ON".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "AC00EX29 ABENDA - SEM EXPURGO".
           05 FILLER                PIC X(012) VALUE "PARMTOL   PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "TOLERANCIA DE 10% SOBRE O ORCADO".
           05 FILLER                PIC X(012) VALUE "PARMSIN   OS".
           05 FILLER                PIC 9(005) VALUE 00100.
           05 FILLER                PIC X(040) VALUE
              "AC00EX87 ABENDA NA ABERTURA".
           05 FILLER                PIC X(012) VALUE "PARMDIAS  PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "BOLETO ABERTO APONTADO APOS 60 DIAS".
           05 FILLER                PIC X(012) VALUE "PARMGER   ON".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "AC00EX32 ABENDA - MASSA NAO GERADA".
           05 FILLER                PIC X(012) VALUE "PARMJUR   PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "JUROS 1%, MULTA 2%, 30 DIAS, MINIMO 5,00".
           05 FILLER                PIC X(012) VALUE "PARMPREMIOFN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "COTACAO DE PREMIO DESLIGADA".
           05 FILLER                PIC X(012) VALUE "PARMMDR   ON".
           05 FILLER                PIC 9(005) VALUE 00099.
           05 FILLER                PIC X(040) VALUE
              "AC00EX97 ABENDA - DEBITO NAO CONCILIADO".
           05 FILLER                PIC X(012) VALUE "PARMCICLO FS".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "CICLO DE FECHAMENTO DO DIA (00S)".
           05 FILLER                PIC X(012) VALUE "PARMCUS   PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "COMPENSACAO EM 2 DIAS UTEIS".
           05 FILLER                PIC X(012) VALUE "PARMSUPR  PN".
           05 FILLER                PIC 9(005) VALUE 00001.
           05 FILLER                PIC X(040) VALUE
              "SUPRESSAO DE RECONTATO DE 28 DIAS".
           05 FILLER                PIC X(012) VALUE "PARMXSEL  PN".
           05 FILLER                PIC 9(005) VALUE 00027.
           05 FILLER                PIC X(040) VALUE
              "SEGMENTOS DE TOPO 333, 332, 323 E 233".

       01  TAB-CATALOGO REDEFINES WRK-CATALOGO-VALORES.
           05 TAB-CAT-REGISTRO OCCURS 32 TIMES
                   INDEXED BY IDX-CAT.
              07 TAB-CAT-ARQUIVO    PIC X(010).
              07 TAB-CAT-AUSENCIA   PIC X(001).
                  88 TAB-CAT-AUSENCIA-ERRO  VALUE "O".
                  88 TAB-CAT-AUSENCIA-AVISO VALUE "P".
              07 TAB-CAT-VAZIO      PIC X(001).
                  88 TAB-CAT-VAZIO-PERMITIDO VALUE "S".
              07 TAB-CAT-CAPACIDADE PIC 9(005).
              07 TAB-CAT-PADRAO     PIC X(040).

      *SITUACAO DE CADA ARQUIVO DO CATALOGO, NA MESMA ORDEM
       01  TAB-SITUACAO.
           05 TAB-SIT-REGISTRO OCCURS 32 TIMES
                   INDEXED BY IDX-SIT.
              07 TAB-SIT-SW-AUSENTE PIC 9(001).
                  88 TAB-SIT-AUSENTE       VALUE 1.
              07 TAB-SIT-LIDOS      PIC 9(007).
              07 TAB-SIT-ERROS      PIC 9(005).
              07 TAB-SIT-AVISOS     PIC 9(005).

      *NUMERO DO REGISTRO EM VALIDACAO (ZERO = O ARQUIVO TODO)
       01  WRK-NUM-REG              PIC 9(006) VALUE ZEROS.

      *LAYOUT DE PARMDESC - MESMO DO CALCPRECO
       01  WRK-PARMDESC-REGISTRO.
           05 PARMDESC-TIPO-PAGTO   PIC  X(008).
               88 PARMDESC-TIPO-VALIDO VALUES "BOLETO  " "CHEQUE  "
                                              "DEBITO  " "CREDITO "
                                              "VALE    " "NOTACRED"
                                              "DINHEIRO" "PIX     "
                                              "FATURADO" "CARTLOJA".
           05 PARMDESC-PERCENTUAL   PIC  9(003)V99.

      *LAYOUT DE PARMTAXA - MESMO DO CALCPRECO
       01  WRK-PARMTAXA-REGISTRO.
           05 PARMTAXA-COD-PRODUTO  PIC  9(005).
           05 PARMTAXA-ALIQUOTA     PIC  9(003)V99.

      *LAYOUT DE PARMUM - MESMO DO CALCPRECO
       01  WRK-PARMUM-REGISTRO.
           05 PARMUM-COD-PRODUTO    PIC  9(005).
           05 PARMUM-UNIDADE        PIC  X(002).
               88 PARMUM-UNIDADE-PREVISTA VALUES "UN" "KG" "LT" "MT".

      *LAYOUT DE PARMPROMO - MESMO DO CALCPRECO
       01  WRK-PARMPROMO-REGISTRO.
           05 PARMPROMO-COD-PRODUTO PIC  9(005).
           05 PARMPROMO-DATA-INICIAL PIC 9(008).
           05 PARMPROMO-DATA-FINAL  PIC  9(008).
           05 PARMPROMO-PERCENTUAL  PIC  9(003)V99.

      *LAYOUT DE PARMPERI - MESMO DO AC00EX10
       01  WRK-PARMPERI-REGISTRO.
           05 PARMPERI-DATA-INICIAL PIC  9(008).
           05 PARMPERI-DATA-FINAL   PIC  9(008).

      *LAYOUT DE PARMLIM - MESMO DO AC00EX10
       01  WRK-PARMLIM-REGISTRO.
           05 PARMLIM-MAX-PRODERR   PIC  9(007).
           05 PARMLIM-PCT-PRODERR   PIC  9(003)V99.
           05 PARMLIM-MAX-PAGTOERR  PIC  9(007).
           05 PARMLIM-PCT-PAGTOERR  PIC  9(003)V99.
           05 PARMLIM-MAX-ORFCLI    PIC  9(007).
           05 PARMLIM-PCT-ORFCLI    PIC  9(003)V99.

      *LAYOUT DE PARMPART - MESMO DO AC00EX27
       01  WRK-PARMPART-REGISTRO.
           05 PARMPART-QTD-PARTICOES PIC 9(001).
           05 PARMPART-LIMITE-1     PIC  9(005).
           05 PARMPART-LIMITE-2     PIC  9(005).
           05 PARMPART-LIMITE-3     PIC  9(005).

      *LAYOUT DE PARMCRED - MESMO DO AC00EX14
       01  WRK-PARMCRED-REGISTRO.
           05 PARMCRED-TAXA-MES     PIC  9(003)V9999.
           05 PARMCRED-QTD-PARCELAS PIC  9(002).

      *LAYOUT DE PARMJUROS - MESMO DO AC00EX33
       01  WRK-PARMJUROS-REGISTRO.
           05 PARMJUROS-TAXA-CREDITO PIC 9(003)V9999.
           05 PARMJUROS-TAXA-DEVEDOR PIC 9(003)V9999.

      *LAYOUT DE PARMENC - MESMO DO AC00EX49
       01  WRK-PARMENC-REGISTRO.
           05 PARMENC-PERCENTUAL    PIC  9(003)V99.

      *LAYOUT DE PARMFRAU - MESMO DO AC00EX65
       01  WRK-PARMFRAU-REGISTRO.
           05 PARMFRAU-VALOR-ALTO   PIC  9(009)V99.
           05 PARMFRAU-QTD-COMPRAS  PIC  9(003).
           05 PARMFRAU-QTD-LOJAS    PIC  9(003).

      *LAYOUT DE PARMAPROV - MESMO DO AC00EX11
       01  WRK-PARMAPROV-REGISTRO.
           05 PARMAPROV-PCT-LIMITE  PIC  9(003)V99.

      *LAYOUT DE PARMSEG - MESMO DO AC00EX08
       01  WRK-PARMSEG-REGISTRO.
           05 PARMSEG-COD-PRODUTO   PIC  9(005).

      *LAYOUT DE PARMSALDO - MESMO DO AC00EX04 E DO AC00EX05
       01  WRK-PARMSALDO-REGISTRO.
           05 PARMSALDO-VALOR-MINIMO PIC 9(009)V99.

      *LAYOUT DE PARMCDB - MESMO DO AC00EX82
       01  WRK-PARMCDB-REGISTRO.
           05 PARMCDB-PCT-PENALIDADE PIC 9(003)V99.

      *LAYOUT DE PARMDUN - MESMO DO AC00EX48
       01  WRK-PARMDUN-REGISTRO.
           05 PARMDUN-QTD-DIAS      PIC  9(003).

      *LAYOUT DE PARMTIER - MESMO DO AC00EX53
       01  WRK-PARMTIER-REGISTRO.
           05 PARMTIER-NIVEL        PIC  X(001).
               88 PARMTIER-NIVEL-PREVISTO VALUES "D" "O" "P".
               88 PARMTIER-DIAMANTE       VALUE "D".
               88 PARMTIER-OURO           VALUE "O".
           05 PARMTIER-CORTE        PIC  9(011)V99.
           05 PARMTIER-MULT         PIC  9(001)V99.

      *LAYOUT DE PARMMARG - MESMO DO AC00EX59
       01  WRK-PARMMARG-REGISTRO.
           05 PARMMARG-PCT-MINIMO   PIC  9(003)V99.

      *LAYOUT DE PARMCOA - MESMO DO AC00EX78
       01  WRK-PARMCOA-REGISTRO.
           05 PARMCOA-FONTE         PIC  X(010).
               88 PARMCOA-FONTE-PREVISTA VALUES "VENDABOL  "
                                                "VENDACAR  "
                                                "IMPOSTO   "
                                                "COMISSAO  "
                                                "DEVOLUCAO "
                                                "JUROSCRED "
                                                "JUROSDEV  ".
           05 PARMCOA-CONTAS.
              07 PARMCOA-CONTA-DEBITO  PIC 9(006).
              07 PARMCOA-CONTA-CREDITO PIC 9(006).

      *LAYOUT DE PARMRET - MESMO DO AC00EX29
       01  WRK-PARMRET-REGISTRO.
           05 PARMRET-QTD-MESES     PIC  9(003).

      *LAYOUT DE PARMTOL - MESMO DO AC00EX72
       01  WRK-PARMTOL-REGISTRO.
           05 PARMTOL-PCT           PIC  9(003)V99.

      *LAYOUT DE PARMSIN - MESMO DO AC00EX87
       01  WRK-PARMSIN-REGISTRO.
           05 PARMSIN-COD-PRODUTO   PIC  9(005).
           05 PARMSIN-FRANQUIA      PIC  9(009)V99.
           05 PARMSIN-PCT-LIMITE    PIC  9(003)V99.

      *LAYOUT DE PARMDIAS - MESMO DO AC00EX16
       01  WRK-PARMDIAS-REGISTRO.
           05 PARMDIAS-QTD-DIAS     PIC  9(003).

      *LAYOUT DE PARMGER - MESMO DO AC00EX32
       01  WRK-PARMGER-REGISTRO.
           05 PARMGER-QTD-CLIENTES    PIC 9(003).
           05 PARMGER-COMPRAS-CLIENTE PIC 9(003).
           05 PARMGER-LINHAS-COMPRA   PIC 9(003).
           05 PARMGER-QTD-PRODUTOS    PIC 9(005).
           05 PARMGER-PCT-ORFAO       PIC 9(003).
           05 PARMGER-PCT-PROD-DESC   PIC 9(003).
           05 PARMGER-PCT-TIPO-INV    PIC 9(003).
           05 PARMGER-SEMENTE         PIC 9(009).

      *LAYOUT DE PARMJUR - MESMO DO AC00EX68
       01  WRK-PARMJUR-REGISTRO.
           05 PARMJUR-JUROS-MES     PIC  9(003)V99.
           05 PARMJUR-MULTA-PCT     PIC  9(003)V99.
           05 PARMJUR-DIAS-VENC     PIC  9(003).
           05 PARMJUR-VALOR-MINIMO  PIC  9(005)V99.

      *LAYOUT DE PARMPREMIO - MESMO DO AC00EX08 E DO AC01EX29
       01  WRK-PARMPREMIO-REGISTRO.
           05 PARMPREMIO-PCT-FAIXA  PIC 9(003)V99 OCCURS 4 TIMES.

      *LAYOUT DE PARMMDR - MESMO DO AC00EX97
       01  WRK-PARMMDR-REGISTRO.
           05 PARMMDR-BANDEIRA      PIC  X(010).
           05 PARMMDR-TAXA-MDR      PIC  9(002)V99.
           05 PARMMDR-DIAS-LIQ      PIC  9(003).

      *LAYOUT DE PARMCICLO - MESMO DO AC00EX10
       01  WRK-PARMCICLO-REGISTRO.
           05 PARMCICLO-NUMERO      PIC  9(002).
           05 PARMCICLO-FECHAMENTO  PIC  X(001).
               88 PARMCICLO-FECHAMENTO-PREVISTO VALUES "S" "N".

      *LAYOUT DE PARMCUS - MESMO DO AC01EX32
       01  WRK-PARMCUS-REGISTRO.
           05 PARMCUS-DIAS-COMPENSA PIC  9(002).
           05 FILLER                PIC  X(006).

      *LAYOUT DE PARMSUPR - MESMO DO AC01EX27 E DO AC00EX08
       01  WRK-PARMSUPR-REGISTRO.
           05 PARMSUPR-QTD-DIAS     PIC  9(003).

      *LAYOUT DE PARMXSEL - MESMO DO AC01EX29. CADA POSICAO DO
      *SEGMENTO RFM (AC00EX70) VAI DE 1 A 3.
       01  WRK-PARMXSEL-REGISTRO.
           05 PARMXSEL-SEGMENTO.
              07 PARMXSEL-NOTA      PIC  X(001) OCCURS 3 TIMES.
                  88 PARMXSEL-NOTA-PREVISTA VALUES "1" "2" "3".

      *CORTES DIAMANTE E OURO LIDOS NO PARMTIER (ZERO = NIVEL NAO
      *INFORMADO), PARA CONFERIR A ORDEM DOS CORTES
       01  WRK-TIER-CORTE-DIAMANTE  PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TIER-CORTE-OURO      PIC 9(011)V99 VALUE ZEROS.

      *INDICE DA FAIXA DO PARMPREMIO E DA NOTA DO PARMXSEL
       01  WRK-IND-AUX              PIC 9(001) VALUE ZEROS.

      *TIPOS DE PAGAMENTO JA LIDOS NO PARMDESC
       01  WRK-TAB-DSC-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DSC-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-DSC-QTDE
               INDEXED BY IDX-DSC.
           05 TAB-DSC-TIPO-PAGTO    PIC X(008).

      *PRODUTOS COM ALIQUOTA NO PARMTAXA
       01  WRK-TAB-TAX-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-TAX-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-TAX-QTDE
               INDEXED BY IDX-TAX.
           05 TAB-TAX-COD-PRODUTO   PIC 9(005).

      *PRODUTOS COM UNIDADE NO PARMUM
       01  WRK-TAB-UMV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-UMV-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-UMV-QTDE
               INDEXED BY IDX-UMV.
           05 TAB-UMV-COD-PRODUTO   PIC 9(005).

      *PROMOCOES JA LIDAS NO PARMPROMO, PARA A SOBREPOSICAO
       01  WRK-TAB-PRM-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PRM-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-PRM-QTDE
               INDEXED BY IDX-PRM.
           05 TAB-PRM-COD-PRODUTO   PIC 9(005).
           05 TAB-PRM-DATA-INICIAL  PIC 9(008).
           05 TAB-PRM-DATA-FINAL    PIC 9(008).
           05 TAB-PRM-PERCENTUAL    PIC 9(003)V99.
           05 TAB-PRM-NUM-REG       PIC 9(006).

       01  WRK-SW-ACHOU             PIC 9(001) VALUE ZEROS.
           88 ACHOU                    VALUE 1.
           88 NAO-ACHOU                VALUE 0.

      *INDICA SE O CADASTRO DE PRODUTO ESTA DISPONIVEL
       01  WRK-SW-PRODUTO           PIC 9(001) VALUE ZEROS.
           88 PRODUTO-DISPONIVEL       VALUE 1.
           88 PRODUTO-AUSENTE          VALUE 0.

      *CONFERENCIA DE DATA: AAAAMMDD VALIDA, COM ANO BISSEXTO
       01  WRK-DATA-VALIDAR.
           05 WRK-DV-ANO            PIC 9(004).
           05 WRK-DV-MES            PIC 9(002).
           05 WRK-DV-DIA            PIC 9(002).

       01  WRK-DIAS-MES-VALORES     PIC X(024)
               VALUE "312831303130313130313031".

       01  TAB-DIAS-MES REDEFINES WRK-DIAS-MES-VALORES.
           05 TAB-DIAS-MES-QTDE     PIC 9(002) OCCURS 12 TIMES.

       01  WRK-DIAS-LIMITE          PIC 9(002) VALUE ZEROS.
       01  WRK-QUOCIENTE            PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-4              PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-100            PIC 9(004) VALUE ZEROS.
       01  WRK-RESTO-400            PIC 9(004) VALUE ZEROS.

       01  WRK-SW-DATA              PIC 9(001) VALUE ZEROS.
           88 DATA-VALIDA              VALUE 1.
           88 DATA-INVALIDA            VALUE 0.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS.
           05 WRK-ANO-SIS           PIC 9(004).
           05 WRK-MES-SIS           PIC 9(002).
           05 WRK-DIA-SIS           PIC 9(002).

       01  WRK-DATA-SIS-NUM REDEFINES WRK-DATA-SIS PIC 9(008).

      *OCORRENCIA A GRAVAR NO RELATORIO
       01  WRK-OCO-SEVERIDADE       PIC X(005) VALUE SPACES.
           88 OCO-ERRO                 VALUE "ERRO".
           88 OCO-AVISO                VALUE "AVISO".
           88 OCO-INFO                 VALUE "INFO".
       01  WRK-OCO-MENSAGEM         PIC X(045) VALUE SPACES.
       01  WRK-OCO-VALOR            PIC X(010) VALUE SPACES.

      *APOIO A EDICAO DE VALORES NA OCORRENCIA
       01  WRK-EDITA-PCT            PIC ZZ9,99.
       01  WRK-EDITA-NUM            PIC ZZZZZ9.

      *LINHAS DO RELATORIO PREVREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(050) VALUE
              "VALIDACAO PREVIA DOS PARAMETROS DO STREAM - RUN DE".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(019) VALUE SPACES.

       01  WRK-LINHA-CAB-OCORR.
           05 FILLER                PIC X(040) VALUE
              "ARQUIVO       REG SEV.  OCORRENCIA".
           05 FILLER                PIC X(040) VALUE
              "                              VALOR".

       01  WRK-LINHA-OCORRENCIA.
           05 OCO-ARQUIVO           PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-NUM-REG           PIC ZZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-SEVERIDADE        PIC X(005).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-MENSAGEM          PIC X(045).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-VALOR             PIC X(010).

       01  WRK-LINHA-CAB-RESUMO.
           05 FILLER                PIC X(040) VALUE
              "ARQUIVO    SITUACAO  LIDOS ERROS AVISOS ".
           05 FILLER                PIC X(040) VALUE
              "SE AUSENTE NO STREAM".

       01  WRK-LINHA-RESUMO.
           05 RES-ARQUIVO           PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RES-SITUACAO          PIC X(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RES-LIDOS             PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RES-ERROS             PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RES-AVISOS            PIC ZZZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 RES-PADRAO            PIC X(040).

       01  WRK-LINHA-RESULTADO.
           05 FILLER                PIC X(011) VALUE "RESULTADO: ".
           05 RSL-TEXTO             PIC X(069).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-ARQ-PRESENTES      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-ARQ-AUSENTES       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REG-LIDOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-ERROS              PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-AVISOS             PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-INFOS              PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX35-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX35 INICIADO - VALIDACAO PREVIA".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           INITIALIZE TAB-SITUACAO.
           PERFORM 012-ABRIR-ARQUIVOS.

           MOVE WRK-DIA-SIS TO CAB1-DIA.
           MOVE WRK-MES-SIS TO CAB1-MES.
           MOVE WRK-ANO-SIS TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1 TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.
           MOVE WRK-LINHA-TRACO TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.
           MOVE WRK-LINHA-CAB-OCORR TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.

       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   PREVREL.
           IF WRK-FS-PREVREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA PREVREL - FS: " WRK-FS-PREVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O CADASTRO DE PRODUTO, A CONSISTENCIA DOS PRODUTOS DOS
      *PARAMETROS NAO E FEITA.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO = ZEROS
              SET PRODUTO-DISPONIVEL TO TRUE
           ELSE
              SET PRODUTO-AUSENTE TO TRUE
              DISPLAY "CADASTRO PRODUTO INDISPONIVEL - FS: "
                      WRK-FS-PRODUTO
           END-IF.

      *A ORDEM IMPORTA: PARMTAXA ANTES DE PARMUM E PARMPROMO, QUE
      *CONFEREM SEUS PRODUTOS CONTRA AS ALIQUOTAS.
       020-PROCESSAR.
           PERFORM 100-VALIDAR-PARMDESC.
           PERFORM 105-VALIDAR-PARMTAXA.
           PERFORM 110-VALIDAR-PARMUM.
           PERFORM 115-VALIDAR-PARMPROMO.
           PERFORM 120-VALIDAR-PARMPERI.
           PERFORM 125-VALIDAR-PARMLIM.
           PERFORM 130-VALIDAR-PARMOVRD.
           PERFORM 135-VALIDAR-PARMPART.
           PERFORM 140-VALIDAR-PARMCRED.
           PERFORM 145-VALIDAR-PARMJUROS.
           PERFORM 150-VALIDAR-PARMENC.
           PERFORM 155-VALIDAR-PARMFRAU.
           PERFORM 160-VALIDAR-PARMAPROV.
           PERFORM 165-VALIDAR-PARMSEG.
           PERFORM 170-VALIDAR-PARMSALDO.
           PERFORM 175-VALIDAR-PARMCDB.
           PERFORM 180-VALIDAR-PARMDUN.
           PERFORM 185-VALIDAR-PARMTIER.
           PERFORM 190-VALIDAR-PARMMARG.
           PERFORM 195-VALIDAR-PARMCOA.
           PERFORM 200-VALIDAR-PARMRET.
           PERFORM 205-VALIDAR-PARMTOL.
           PERFORM 210-VALIDAR-PARMSIN.
           PERFORM 215-VALIDAR-PARMDIAS.
           PERFORM 220-VALIDAR-PARMGER.
           PERFORM 225-VALIDAR-PARMJUR.
           PERFORM 230-VALIDAR-PARMPREMIO.
           PERFORM 235-VALIDAR-PARMMDR.
           PERFORM 240-VALIDAR-PARMCICLO.
           PERFORM 245-VALIDAR-PARMCUS.
           PERFORM 250-VALIDAR-PARMSUPR.
           PERFORM 255-VALIDAR-PARMXSEL.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-RESUMO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           EVALUATE TRUE
               WHEN WRK-CONT-ERROS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-CONT-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Parametros Presentes.....: "
                   WRK-CONT-ARQ-PRESENTES.
           DISPLAY "Quantidade de Parametros Ausentes......: "
                   WRK-CONT-ARQ-AUSENTES.
           DISPLAY "Quantidade de Registros Lidos..........: "
                   WRK-CONT-REG-LIDOS.
           DISPLAY "Quantidade de Erros....................: "
                   WRK-CONT-ERROS.
           DISPLAY "Quantidade de Avisos...................: "
                   WRK-CONT-AVISOS.
           DISPLAY "Quantidade de Informativos.............: "
                   WRK-CONT-INFOS.

       052-FECHAR-ARQUIVOS.
           IF PRODUTO-DISPONIVEL
              CLOSE PRODUTO
              IF WRK-FS-PRODUTO NOT = "00"
                 DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           CLOSE PREVREL.
           IF WRK-FS-PREVREL NOT = "00"
              DISPLAY "ERRO CLOSE PREVREL - FS: " WRK-FS-PREVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *RESUMO POR ARQUIVO E RESULTADO DA VALIDACAO
       055-GRAVAR-RESUMO.
           MOVE WRK-LINHA-TRACO TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.
           MOVE WRK-LINHA-CAB-RESUMO TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.
           PERFORM 056-GRAVAR-LINHA-RESUMO
             VARYING IDX-CAT FROM 1 BY 1
               UNTIL IDX-CAT > 32.
           MOVE WRK-LINHA-TRACO TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.

           EVALUATE TRUE
               WHEN WRK-CONT-ERROS > ZEROS
                   MOVE "PARAMETROS COM ERRO - STREAM BLOQUEADO (RC 8)"
                     TO RSL-TEXTO
               WHEN WRK-CONT-AVISOS > ZEROS
                   MOVE "PARAMETROS LIBERADOS COM AVISOS (RC 4)"
                     TO RSL-TEXTO
               WHEN OTHER
                   MOVE "PARAMETROS LIBERADOS (RC 0)" TO RSL-TEXTO
           END-EVALUATE.
           MOVE WRK-LINHA-RESULTADO TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.

       056-GRAVAR-LINHA-RESUMO.
           SET IDX-SIT TO IDX-CAT.
           MOVE TAB-CAT-ARQUIVO(IDX-CAT) TO RES-ARQUIVO.
           MOVE TAB-SIT-LIDOS(IDX-SIT)   TO RES-LIDOS.
           MOVE TAB-SIT-ERROS(IDX-SIT)   TO RES-ERROS.
           MOVE TAB-SIT-AVISOS(IDX-SIT)  TO RES-AVISOS.
           MOVE SPACES TO RES-PADRAO.
           EVALUATE TRUE
               WHEN TAB-SIT-ERROS(IDX-SIT) > ZEROS
                   MOVE "ERRO"     TO RES-SITUACAO
               WHEN TAB-SIT-AUSENTE(IDX-SIT)
                   MOVE "AUSENTE"  TO RES-SITUACAO
               WHEN TAB-SIT-AVISOS(IDX-SIT) > ZEROS
                   MOVE "AVISO"    TO RES-SITUACAO
               WHEN OTHER
                   MOVE "OK"       TO RES-SITUACAO
           END-EVALUATE.
           IF TAB-SIT-AUSENTE(IDX-SIT)
              MOVE TAB-CAT-PADRAO(IDX-CAT) TO RES-PADRAO
           END-IF.
           MOVE WRK-LINHA-RESUMO TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.

      *INICIA A VALIDACAO DO ARQUIVO DO CATALOGO APONTADO POR
      *IDX-CAT E TRATA O FILE STATUS DA ABERTURA EM WRK-FS-ATUAL:
      *35 E AUSENCIA, PELA REGRA DO CATALOGO; 39 E REGISTRO COM
      *TAMANHO DIFERENTE DO LAYOUT.
       060-TRATAR-ABERTURA.
           SET IDX-SIT TO IDX-CAT.
           MOVE ZEROS  TO WRK-NUM-REG.
           MOVE SPACES TO WRK-OCO-VALOR.
           EVALUATE WRK-FS-ATUAL
               WHEN "00"
                   ADD 1 TO WRK-CONT-ARQ-PRESENTES
               WHEN "35"
                   ADD 1 TO WRK-CONT-ARQ-AUSENTES
                   SET TAB-SIT-AUSENTE(IDX-SIT) TO TRUE
                   EVALUATE TRUE
                       WHEN TAB-CAT-AUSENCIA-ERRO(IDX-CAT)
                           SET OCO-ERRO  TO TRUE
                       WHEN TAB-CAT-AUSENCIA-AVISO(IDX-CAT)
                           SET OCO-AVISO TO TRUE
                       WHEN OTHER
                           SET OCO-INFO  TO TRUE
                   END-EVALUATE
                   MOVE "ARQUIVO AUSENTE - VALE O PADRAO DO RESUMO"
                     TO WRK-OCO-MENSAGEM
                   PERFORM 065-GRAVAR-OCORRENCIA
               WHEN "39"
                   ADD 1 TO WRK-CONT-ARQ-PRESENTES
                   SET OCO-ERRO TO TRUE
                   MOVE "TAMANHO DE REGISTRO DIFERENTE DO LAYOUT"
                     TO WRK-OCO-MENSAGEM
                   MOVE WRK-FS-ATUAL TO WRK-OCO-VALOR
                   PERFORM 065-GRAVAR-OCORRENCIA
               WHEN OTHER
                   ADD 1 TO WRK-CONT-ARQ-PRESENTES
                   SET OCO-ERRO TO TRUE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO"
                     TO WRK-OCO-MENSAGEM
                   MOVE WRK-FS-ATUAL TO WRK-OCO-VALOR
                   PERFORM 065-GRAVAR-OCORRENCIA
           END-EVALUATE.

      *CONTA O REGISTRO LIDO. SO O PRIMEIRO REGISTRO ACIMA DA
      *CAPACIDADE GERA OCORRENCIA: ERRO SE O PROGRAMA QUE LE O
      *ARQUIVO TEM TABELA, AVISO SE ELE SO LE O PRIMEIRO.
       061-CONTAR-REGISTRO.
           ADD 1 TO WRK-NUM-REG.
           ADD 1 TO TAB-SIT-LIDOS(IDX-SIT).
           ADD 1 TO WRK-CONT-REG-LIDOS.
           IF WRK-NUM-REG = TAB-CAT-CAPACIDADE(IDX-CAT) + 1
              IF TAB-CAT-CAPACIDADE(IDX-CAT) = 1
                 SET OCO-AVISO TO TRUE
                 MOVE "MAIS DE UM REGISTRO - SO O PRIMEIRO E LIDO"
                   TO WRK-OCO-MENSAGEM
                 MOVE SPACES TO WRK-OCO-VALOR
              ELSE
                 SET OCO-ERRO TO TRUE
                 MOVE "REGISTROS ACIMA DA CAPACIDADE DA TABELA"
                   TO WRK-OCO-MENSAGEM
                 MOVE TAB-CAT-CAPACIDADE(IDX-CAT) TO WRK-EDITA-NUM
                 MOVE WRK-EDITA-NUM TO WRK-OCO-VALOR
              END-IF
              PERFORM 065-GRAVAR-OCORRENCIA
           END-IF.

      *FECHA A VALIDACAO DO ARQUIVO: LEITURA INTERROMPIDA POR ERRO
      *(FS EM WRK-FS-ATUAL DIFERENTE DE 10) E ARQUIVO VAZIO.
       062-TRATAR-FIM-ARQUIVO.
           MOVE ZEROS  TO WRK-NUM-REG.
           MOVE SPACES TO WRK-OCO-VALOR.
           IF WRK-FS-ATUAL NOT = "10"
              SET OCO-ERRO TO TRUE
              MOVE "ERRO NA LEITURA - VALIDACAO INTERROMPIDA"
                TO WRK-OCO-MENSAGEM
              MOVE WRK-FS-ATUAL TO WRK-OCO-VALOR
              PERFORM 065-GRAVAR-OCORRENCIA
           ELSE
              IF TAB-SIT-LIDOS(IDX-SIT) = ZEROS
                 IF TAB-CAT-VAZIO-PERMITIDO(IDX-CAT)
                    SET OCO-AVISO TO TRUE
                    MOVE "ARQUIVO VAZIO - VALE O PADRAO"
                      TO WRK-OCO-MENSAGEM
                 ELSE
                    SET OCO-ERRO TO TRUE
                    MOVE "ARQUIVO VAZIO - O PASSO QUE O LE ABENDA"
                      TO WRK-OCO-MENSAGEM
                 END-IF
                 PERFORM 065-GRAVAR-OCORRENCIA
              END-IF
           END-IF.

      *GRAVA A OCORRENCIA DO ARQUIVO CORRENTE E ACUMULA POR
      *SEVERIDADE.
       065-GRAVAR-OCORRENCIA.
           EVALUATE TRUE
               WHEN OCO-ERRO
                   ADD 1 TO TAB-SIT-ERROS(IDX-SIT)
                   ADD 1 TO WRK-CONT-ERROS
               WHEN OCO-AVISO
                   ADD 1 TO TAB-SIT-AVISOS(IDX-SIT)
                   ADD 1 TO WRK-CONT-AVISOS
               WHEN OTHER
                   ADD 1 TO WRK-CONT-INFOS
           END-EVALUATE.
           MOVE TAB-CAT-ARQUIVO(IDX-CAT) TO OCO-ARQUIVO.
           MOVE WRK-NUM-REG              TO OCO-NUM-REG.
           MOVE WRK-OCO-SEVERIDADE       TO OCO-SEVERIDADE.
           MOVE WRK-OCO-MENSAGEM         TO OCO-MENSAGEM.
           MOVE WRK-OCO-VALOR            TO OCO-VALOR.
           MOVE WRK-LINHA-OCORRENCIA TO FD-PREVREL-REGISTRO.
           PERFORM 068-ESCREVER-PREVREL.
           MOVE SPACES TO WRK-OCO-VALOR.

      *ATALHOS PARA ERRO E AVISO DO REGISTRO CORRENTE
       066-GRAVAR-ERRO.
           SET OCO-ERRO TO TRUE.
           PERFORM 065-GRAVAR-OCORRENCIA.

       067-GRAVAR-AVISO.
           SET OCO-AVISO TO TRUE.
           PERFORM 065-GRAVAR-OCORRENCIA.

       068-ESCREVER-PREVREL.
           WRITE FD-PREVREL-REGISTRO.
           IF WRK-FS-PREVREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PREVREL - FS: " WRK-FS-PREVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CONFERE A DATA EM WRK-DATA-VALIDAR (AAAAMMDD)
       070-VALIDAR-DATA.
           SET DATA-INVALIDA TO TRUE.
           IF WRK-DATA-VALIDAR IS NUMERIC
              AND WRK-DV-ANO > 1900
              AND WRK-DV-MES >= 1 AND WRK-DV-MES <= 12
              MOVE TAB-DIAS-MES-QTDE(WRK-DV-MES) TO WRK-DIAS-LIMITE
              IF WRK-DV-MES = 2
                 DIVIDE WRK-DV-ANO BY 4   GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-4
                 DIVIDE WRK-DV-ANO BY 100 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-100
                 DIVIDE WRK-DV-ANO BY 400 GIVING WRK-QUOCIENTE
                        REMAINDER WRK-RESTO-400
                 IF WRK-RESTO-400 = ZEROS
                    OR (WRK-RESTO-4 = ZEROS
                        AND WRK-RESTO-100 NOT = ZEROS)
                    MOVE 29 TO WRK-DIAS-LIMITE
                 END-IF
              END-IF
              IF WRK-DV-DIA >= 1 AND WRK-DV-DIA <= WRK-DIAS-LIMITE
                 SET DATA-VALIDA TO TRUE
              END-IF
           END-IF.

      *CONFERE SE O PRODUTO (EM FD-PRODUTO-COD-PRODUTO) ESTA NO
      *CADASTRO. SEM O CADASTRO, NAO HA CONFERENCIA.
       072-CONFERIR-PRODUTO.
           IF PRODUTO-DISPONIVEL
              READ PRODUTO
                  INVALID KEY
                      MOVE "PRODUTO NAO CADASTRADO EM PRODUTO"
                        TO WRK-OCO-MENSAGEM
                      MOVE FD-PRODUTO-COD-PRODUTO TO WRK-OCO-VALOR
                      PERFORM 067-GRAVAR-AVISO
              END-READ
           END-IF.

      *CONFERE SE O PRODUTO (EM FD-PRODUTO-COD-PRODUTO) TEM
      *ALIQUOTA NO PARMTAXA - SEM ELA A VENDA SAI COM IMPOSTO ZERO.
       074-CONFERIR-ALIQUOTA.
           IF NOT TAB-SIT-AUSENTE(2) AND WRK-TAB-TAX-QTDE > ZEROS
              SET IDX-TAX TO 1
              SEARCH TAB-TAX-REGISTRO
                  AT END
                      MOVE "PRODUTO SEM ALIQUOTA NO PARMTAXA"
                        TO WRK-OCO-MENSAGEM
                      MOVE FD-PRODUTO-COD-PRODUTO TO WRK-OCO-VALOR
                      PERFORM 067-GRAVAR-AVISO
                  WHEN TAB-TAX-COD-PRODUTO(IDX-TAX) =
                       FD-PRODUTO-COD-PRODUTO
                      CONTINUE
              END-SEARCH
           END-IF.

      *----------------------------------------------------------
      *PARMDESC - DESCONTO POR TIPO DE PAGAMENTO (CALCPRECO)
      *----------------------------------------------------------
       100-VALIDAR-PARMDESC.
           SET IDX-CAT TO 1.
           OPEN INPUT   PARMDESC.
           MOVE WRK-FS-PARMDESC TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMDESC = ZEROS
              PERFORM 102-LER-PARMDESC
              PERFORM 101-CONFERIR-PARMDESC
                UNTIL WRK-FS-PARMDESC NOT = "00"
              MOVE WRK-FS-PARMDESC TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMDESC
           END-IF.

       101-CONFERIR-PARMDESC.
           PERFORM 061-CONTAR-REGISTRO.
           IF PARMDESC-TIPO-PAGTO = SPACES
              MOVE "TIPO DE PAGAMENTO EM BRANCO" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF NOT PARMDESC-TIPO-VALIDO
                 MOVE "TIPO DE PAGAMENTO QUE O AC00EX10 NAO ACEITA"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMDESC-TIPO-PAGTO TO WRK-OCO-VALOR
                 PERFORM 067-GRAVAR-AVISO
              END-IF
              SET NAO-ACHOU TO TRUE
              IF WRK-TAB-DSC-QTDE > ZEROS
                 SET IDX-DSC TO 1
                 SEARCH TAB-DSC-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-DSC-TIPO-PAGTO(IDX-DSC) =
                          PARMDESC-TIPO-PAGTO
                         SET ACHOU TO TRUE
                 END-SEARCH
              END-IF
              IF ACHOU
                 MOVE "TIPO REPETIDO - SO O PRIMEIRO E USADO"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMDESC-TIPO-PAGTO TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF WRK-TAB-DSC-QTDE < 999
                    ADD 1 TO WRK-TAB-DSC-QTDE
                    MOVE PARMDESC-TIPO-PAGTO
                      TO TAB-DSC-TIPO-PAGTO(WRK-TAB-DSC-QTDE)
                 END-IF
              END-IF
           END-IF.
           IF PARMDESC-PERCENTUAL NOT NUMERIC
              MOVE "PERCENTUAL NAO NUMERICO" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF PARMDESC-PERCENTUAL > 100
                 MOVE "PERCENTUAL DE DESCONTO ACIMA DE 100%"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMDESC-PERCENTUAL TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              END-IF
           END-IF.
           PERFORM 102-LER-PARMDESC.

       102-LER-PARMDESC.
           READ PARMDESC INTO WRK-PARMDESC-REGISTRO.

      *----------------------------------------------------------
      *PARMTAXA - ALIQUOTA DE IMPOSTO POR PRODUTO (CALCPRECO)
      *----------------------------------------------------------
       105-VALIDAR-PARMTAXA.
           SET IDX-CAT TO 2.
           OPEN INPUT   PARMTAXA.
           MOVE WRK-FS-PARMTAXA TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMTAXA = ZEROS
              PERFORM 107-LER-PARMTAXA
              PERFORM 106-CONFERIR-PARMTAXA
                UNTIL WRK-FS-PARMTAXA NOT = "00"
              MOVE WRK-FS-PARMTAXA TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMTAXA
           END-IF.

       106-CONFERIR-PARMTAXA.
           PERFORM 061-CONTAR-REGISTRO.
           IF PARMTAXA-COD-PRODUTO NOT NUMERIC
              MOVE "CODIGO DE PRODUTO NAO NUMERICO"
                TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              SET NAO-ACHOU TO TRUE
              IF WRK-TAB-TAX-QTDE > ZEROS
                 SET IDX-TAX TO 1
                 SEARCH TAB-TAX-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-TAX-COD-PRODUTO(IDX-TAX) =
                          PARMTAXA-COD-PRODUTO
                         SET ACHOU TO TRUE
                 END-SEARCH
              END-IF
              IF ACHOU
                 MOVE "PRODUTO REPETIDO - SO A PRIMEIRA VALE"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMTAXA-COD-PRODUTO TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF WRK-TAB-TAX-QTDE < 9999
                    ADD 1 TO WRK-TAB-TAX-QTDE
                    MOVE PARMTAXA-COD-PRODUTO
                      TO TAB-TAX-COD-PRODUTO(WRK-TAB-TAX-QTDE)
                 END-IF
              END-IF
              MOVE PARMTAXA-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO
              PERFORM 072-CONFERIR-PRODUTO
           END-IF.
           IF PARMTAXA-ALIQUOTA NOT NUMERIC
              MOVE "ALIQUOTA NAO NUMERICA" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              MOVE PARMTAXA-ALIQUOTA TO WRK-EDITA-PCT
              MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
              EVALUATE TRUE
                  WHEN PARMTAXA-ALIQUOTA > 100
                      MOVE "ALIQUOTA ACIMA DE 100%"
                        TO WRK-OCO-MENSAGEM
                      PERFORM 066-GRAVAR-ERRO
                  WHEN PARMTAXA-ALIQUOTA = ZEROS
                      MOVE "ALIQUOTA ZERO - PRODUTO SEM IMPOSTO"
                        TO WRK-OCO-MENSAGEM
                      PERFORM 067-GRAVAR-AVISO
              END-EVALUATE
              MOVE SPACES TO WRK-OCO-VALOR
           END-IF.
           PERFORM 107-LER-PARMTAXA.

       107-LER-PARMTAXA.
           READ PARMTAXA INTO WRK-PARMTAXA-REGISTRO.

      *----------------------------------------------------------
      *PARMUM - UNIDADE DE MEDIDA DO PRODUTO (CALCPRECO)
      *----------------------------------------------------------
       110-VALIDAR-PARMUM.
           SET IDX-CAT TO 3.
           OPEN INPUT   PARMUM.
           MOVE WRK-FS-PARMUM TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMUM = ZEROS
              PERFORM 112-LER-PARMUM
              PERFORM 111-CONFERIR-PARMUM
                UNTIL WRK-FS-PARMUM NOT = "00"
              MOVE WRK-FS-PARMUM TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMUM
           END-IF.

       111-CONFERIR-PARMUM.
           PERFORM 061-CONTAR-REGISTRO.
           IF PARMUM-COD-PRODUTO NOT NUMERIC
              MOVE "CODIGO DE PRODUTO NAO NUMERICO"
                TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              SET NAO-ACHOU TO TRUE
              IF WRK-TAB-UMV-QTDE > ZEROS
                 SET IDX-UMV TO 1
                 SEARCH TAB-UMV-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-UMV-COD-PRODUTO(IDX-UMV) =
                          PARMUM-COD-PRODUTO
                         SET ACHOU TO TRUE
                 END-SEARCH
              END-IF
              IF ACHOU
                 MOVE "PRODUTO REPETIDO - SO A PRIMEIRA VALE"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMUM-COD-PRODUTO TO WRK-OCO-VALOR
                 PERFORM 067-GRAVAR-AVISO
              ELSE
                 IF WRK-TAB-UMV-QTDE < 999
                    ADD 1 TO WRK-TAB-UMV-QTDE
                    MOVE PARMUM-COD-PRODUTO
                      TO TAB-UMV-COD-PRODUTO(WRK-TAB-UMV-QTDE)
                 END-IF
              END-IF
              MOVE PARMUM-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO
              PERFORM 072-CONFERIR-PRODUTO
              PERFORM 074-CONFERIR-ALIQUOTA
           END-IF.
           IF PARMUM-UNIDADE = SPACES
              MOVE "UNIDADE EM BRANCO - TRATADA COMO PESAVEL"
                TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF NOT PARMUM-UNIDADE-PREVISTA
                 MOVE "UNIDADE NAO PREVISTA - TRATADA COMO PESAVEL"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMUM-UNIDADE TO WRK-OCO-VALOR
                 PERFORM 067-GRAVAR-AVISO
              END-IF
           END-IF.
           PERFORM 112-LER-PARMUM.

       112-LER-PARMUM.
           READ PARMUM INTO WRK-PARMUM-REGISTRO.

      *----------------------------------------------------------
      *PARMPROMO - PROMOCAO DE PRODUTO COM VIGENCIA (CALCPRECO).
      *PROMOCOES DO MESMO PRODUTO COM VIGENCIA SOBREPOSTA SE
      *ACUMULAM NA VENDA - AVISO; A MESMA PROMOCAO REPETIDA E ERRO.
      *----------------------------------------------------------
       115-VALIDAR-PARMPROMO.
           SET IDX-CAT TO 4.
           OPEN INPUT   PARMPROMO.
           MOVE WRK-FS-PARMPROMO TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMPROMO = ZEROS
              PERFORM 118-LER-PARMPROMO
              PERFORM 116-CONFERIR-PARMPROMO
                UNTIL WRK-FS-PARMPROMO NOT = "00"
              MOVE WRK-FS-PARMPROMO TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMPROMO
           END-IF.

       116-CONFERIR-PARMPROMO.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-PARMPROMO-REGISTRO NOT NUMERIC
              MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              MOVE PARMPROMO-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO
              PERFORM 072-CONFERIR-PRODUTO
              PERFORM 074-CONFERIR-ALIQUOTA
              SET DATA-VALIDA TO TRUE
              MOVE PARMPROMO-DATA-INICIAL TO WRK-DATA-VALIDAR
              PERFORM 070-VALIDAR-DATA
              IF DATA-INVALIDA
                 MOVE "DATA INICIAL INVALIDA" TO WRK-OCO-MENSAGEM
                 MOVE PARMPROMO-DATA-INICIAL TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMPROMO-DATA-FINAL NOT = 99999999
                    MOVE PARMPROMO-DATA-FINAL TO WRK-DATA-VALIDAR
                    PERFORM 070-VALIDAR-DATA
                    IF DATA-INVALIDA
                       MOVE "DATA FINAL INVALIDA" TO WRK-OCO-MENSAGEM
                       MOVE PARMPROMO-DATA-FINAL TO WRK-OCO-VALOR
                       PERFORM 066-GRAVAR-ERRO
                    END-IF
                 END-IF
              END-IF
              IF DATA-VALIDA
                 PERFORM 117-CONFERIR-VIGENCIA-PROMO
              END-IF
              IF PARMPROMO-PERCENTUAL > 100
                 MOVE "PERCENTUAL DE PROMOCAO ACIMA DE 100%"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMPROMO-PERCENTUAL TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              END-IF
              IF PARMPROMO-PERCENTUAL = ZEROS
                 MOVE "PERCENTUAL ZERO - PROMOCAO SEM EFEITO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 067-GRAVAR-AVISO
              END-IF
           END-IF.
           PERFORM 118-LER-PARMPROMO.

       117-CONFERIR-VIGENCIA-PROMO.
           IF PARMPROMO-DATA-INICIAL > PARMPROMO-DATA-FINAL
              MOVE "VIGENCIA INVERTIDA - INICIAL APOS A FINAL"
                TO WRK-OCO-MENSAGEM
              MOVE PARMPROMO-DATA-INICIAL TO WRK-OCO-VALOR
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF PARMPROMO-DATA-FINAL < WRK-DATA-SIS-NUM
                 SET OCO-INFO TO TRUE
                 MOVE "PROMOCAO VENCIDA - PODE SAIR DO PARAMETRO"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMPROMO-DATA-FINAL TO WRK-OCO-VALOR
                 PERFORM 065-GRAVAR-OCORRENCIA
              END-IF
              PERFORM 119-VERIFICAR-SOBREPOSICAO
                VARYING IDX-PRM FROM 1 BY 1
                  UNTIL IDX-PRM > WRK-TAB-PRM-QTDE
              IF WRK-TAB-PRM-QTDE < 999
                 ADD 1 TO WRK-TAB-PRM-QTDE
                 SET IDX-PRM TO WRK-TAB-PRM-QTDE
                 MOVE PARMPROMO-COD-PRODUTO
                   TO TAB-PRM-COD-PRODUTO(IDX-PRM)
                 MOVE PARMPROMO-DATA-INICIAL
                   TO TAB-PRM-DATA-INICIAL(IDX-PRM)
                 MOVE PARMPROMO-DATA-FINAL
                   TO TAB-PRM-DATA-FINAL(IDX-PRM)
                 MOVE PARMPROMO-PERCENTUAL
                   TO TAB-PRM-PERCENTUAL(IDX-PRM)
                 MOVE WRK-NUM-REG TO TAB-PRM-NUM-REG(IDX-PRM)
              END-IF
           END-IF.

       118-LER-PARMPROMO.
           READ PARMPROMO INTO WRK-PARMPROMO-REGISTRO.

      *A PROMOCAO LIDA CONTRA UMA ANTERIOR DO MESMO PRODUTO. O
      *VALOR DA OCORRENCIA E O NUMERO DO REGISTRO ANTERIOR.
       119-VERIFICAR-SOBREPOSICAO.
           IF TAB-PRM-COD-PRODUTO(IDX-PRM) = PARMPROMO-COD-PRODUTO
              AND TAB-PRM-DATA-INICIAL(IDX-PRM) <=
                  PARMPROMO-DATA-FINAL
              AND TAB-PRM-DATA-FINAL(IDX-PRM) >=
                  PARMPROMO-DATA-INICIAL
              MOVE TAB-PRM-NUM-REG(IDX-PRM) TO WRK-EDITA-NUM
              MOVE WRK-EDITA-NUM TO WRK-OCO-VALOR
              IF TAB-PRM-DATA-INICIAL(IDX-PRM) =
                 PARMPROMO-DATA-INICIAL
                 AND TAB-PRM-DATA-FINAL(IDX-PRM) =
                     PARMPROMO-DATA-FINAL
                 AND TAB-PRM-PERCENTUAL(IDX-PRM) =
                     PARMPROMO-PERCENTUAL
                 MOVE "PROMOCAO REPETIDA - SERIA APLICADA 2 VEZES"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE "VIGENCIA SOBREPOSTA - PROMOCOES ACUMULAM"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 067-GRAVAR-AVISO
              END-IF
           END-IF.

      *----------------------------------------------------------
      *PARMPERI - PERIODO DO RUN (AC00EX10)
      *----------------------------------------------------------
       120-VALIDAR-PARMPERI.
           SET IDX-CAT TO 5.
           OPEN INPUT   PARMPERI.
           MOVE WRK-FS-PARMPERI TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMPERI = ZEROS
              PERFORM 122-LER-PARMPERI
              PERFORM 121-CONFERIR-PARMPERI
                UNTIL WRK-FS-PARMPERI NOT = "00"
              MOVE WRK-FS-PARMPERI TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMPERI
           END-IF.

      *SO O PRIMEIRO REGISTRO E LIDO PELO AC00EX10.
       121-CONFERIR-PARMPERI.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              SET DATA-VALIDA TO TRUE
              IF PARMPERI-DATA-INICIAL NOT = ZEROS
                 MOVE PARMPERI-DATA-INICIAL TO WRK-DATA-VALIDAR
                 PERFORM 070-VALIDAR-DATA
                 IF DATA-INVALIDA
                    MOVE "DATA INICIAL INVALIDA" TO WRK-OCO-MENSAGEM
                    MOVE FD-PARMPERI-REGISTRO(1:8) TO WRK-OCO-VALOR
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
              END-IF
              IF DATA-VALIDA
                 AND PARMPERI-DATA-FINAL NOT = 99999999
                 MOVE PARMPERI-DATA-FINAL TO WRK-DATA-VALIDAR
                 PERFORM 070-VALIDAR-DATA
                 IF DATA-INVALIDA
                    MOVE "DATA FINAL INVALIDA" TO WRK-OCO-MENSAGEM
                    MOVE FD-PARMPERI-REGISTRO(9:8) TO WRK-OCO-VALOR
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
              END-IF
              IF DATA-VALIDA
                 IF PARMPERI-DATA-INICIAL > PARMPERI-DATA-FINAL
                    MOVE "PERIODO INVERTIDO - NENHUMA COMPRA SAI"
                      TO WRK-OCO-MENSAGEM
                    MOVE PARMPERI-DATA-INICIAL TO WRK-OCO-VALOR
                    PERFORM 066-GRAVAR-ERRO
                 ELSE
                    IF PARMPERI-DATA-FINAL < WRK-DATA-SIS-NUM
                       MOVE "PERIODO TERMINA ANTES DA DATA DO RUN"
                         TO WRK-OCO-MENSAGEM
                       MOVE PARMPERI-DATA-FINAL TO WRK-OCO-VALOR
                       PERFORM 067-GRAVAR-AVISO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 122-LER-PARMPERI.

       122-LER-PARMPERI.
           READ PARMPERI INTO WRK-PARMPERI-REGISTRO.

      *----------------------------------------------------------
      *PARMLIM - LIMITES DE ERRO DO RUN (AC00EX10)
      *----------------------------------------------------------
       125-VALIDAR-PARMLIM.
           SET IDX-CAT TO 6.
           OPEN INPUT   PARMLIM.
           MOVE WRK-FS-PARMLIM TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMLIM = ZEROS
              PERFORM 127-LER-PARMLIM
              PERFORM 126-CONFERIR-PARMLIM
                UNTIL WRK-FS-PARMLIM NOT = "00"
              MOVE WRK-FS-PARMLIM TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMLIM
           END-IF.

       126-CONFERIR-PARMLIM.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMLIM-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMLIM-PCT-PRODERR > 100
                    OR PARMLIM-PCT-PAGTOERR > 100
                    OR PARMLIM-PCT-ORFCLI > 100
                    MOVE "PERCENTUAL DE ERRO ACIMA DE 100%"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
              END-IF
           END-IF.
           PERFORM 127-LER-PARMLIM.

       127-LER-PARMLIM.
           READ PARMLIM INTO WRK-PARMLIM-REGISTRO.

      *----------------------------------------------------------
      *PARMOVRD - OVERRIDE DO OPERADOR (AC00EX10, AC00EX11 E
      *AC00EX12). BASTA O ARQUIVO EXISTIR PARA DESLIGAR OS
      *CONTROLES DO RUNCTL - UM OVERRIDE ESQUECIDO E AVISO.
      *----------------------------------------------------------
       130-VALIDAR-PARMOVRD.
           SET IDX-CAT TO 7.
           OPEN INPUT   PARMOVRD.
           MOVE WRK-FS-PARMOVRD TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMOVRD = ZEROS
              MOVE "OVERRIDE ATIVO - CONTROLES RUNCTL DESLIGADOS"
                TO WRK-OCO-MENSAGEM
              PERFORM 067-GRAVAR-AVISO
              PERFORM 132-LER-PARMOVRD
              PERFORM 131-CONTAR-PARMOVRD
                UNTIL WRK-FS-PARMOVRD NOT = "00"
              IF WRK-FS-PARMOVRD NOT = "10"
                 MOVE WRK-FS-PARMOVRD TO WRK-FS-ATUAL
                 PERFORM 062-TRATAR-FIM-ARQUIVO
              END-IF
              CLOSE PARMOVRD
           END-IF.

       131-CONTAR-PARMOVRD.
           ADD 1 TO TAB-SIT-LIDOS(IDX-SIT).
           ADD 1 TO WRK-CONT-REG-LIDOS.
           PERFORM 132-LER-PARMOVRD.

       132-LER-PARMOVRD.
           READ PARMOVRD.

      *----------------------------------------------------------
      *PARMPART - PARTICOES DO STREAM PARTICIONADO (AC00EX27)
      *----------------------------------------------------------
       135-VALIDAR-PARMPART.
           SET IDX-CAT TO 8.
           OPEN INPUT   PARMPART.
           MOVE WRK-FS-PARMPART TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMPART = ZEROS
              PERFORM 137-LER-PARMPART
              PERFORM 136-CONFERIR-PARMPART
                UNTIL WRK-FS-PARMPART NOT = "00"
              MOVE WRK-FS-PARMPART TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMPART
           END-IF.

      *OS LIMITES SUPERIORES DAS PARTICOES USADAS TEM DE SER
      *CRESCENTES, SENAO UMA FAIXA FICA VAZIA OU INVERTIDA.
       136-CONFERIR-PARMPART.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMPART-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMPART-QTD-PARTICOES < 2
                    OR PARMPART-QTD-PARTICOES > 4
                    MOVE "QTDE DE PARTICOES FORA DE 2 A 4"
                      TO WRK-OCO-MENSAGEM
                    MOVE PARMPART-QTD-PARTICOES TO WRK-OCO-VALOR
                    PERFORM 066-GRAVAR-ERRO
                 ELSE
                    IF (PARMPART-QTD-PARTICOES > 2
                        AND PARMPART-LIMITE-2 NOT >
                            PARMPART-LIMITE-1)
                       OR (PARMPART-QTD-PARTICOES > 3
                           AND PARMPART-LIMITE-3 NOT >
                               PARMPART-LIMITE-2)
                       MOVE "LIMITES DAS FAIXAS NAO CRESCENTES"
                         TO WRK-OCO-MENSAGEM
                       PERFORM 066-GRAVAR-ERRO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 137-LER-PARMPART.

       137-LER-PARMPART.
           READ PARMPART INTO WRK-PARMPART-REGISTRO.

      *----------------------------------------------------------
      *PARMCRED - TAXA E PARCELAS DO CREDITO (AC00EX14)
      *----------------------------------------------------------
       140-VALIDAR-PARMCRED.
           SET IDX-CAT TO 9.
           OPEN INPUT   PARMCRED.
           MOVE WRK-FS-PARMCRED TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMCRED = ZEROS
              PERFORM 142-LER-PARMCRED
              PERFORM 141-CONFERIR-PARMCRED
                UNTIL WRK-FS-PARMCRED NOT = "00"
              MOVE WRK-FS-PARMCRED TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMCRED
           END-IF.

       141-CONFERIR-PARMCRED.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMCRED-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMCRED-QTD-PARCELAS = ZEROS
                    OR PARMCRED-QTD-PARCELAS > 12
                    MOVE "QTDE DE PARCELAS FORA DE 1 A 12"
                      TO WRK-OCO-MENSAGEM
                    MOVE PARMCRED-QTD-PARCELAS TO WRK-OCO-VALOR
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
                 IF PARMCRED-TAXA-MES > 100
                    MOVE "TAXA MENSAL ACIMA DE 100%"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
                 IF PARMCRED-TAXA-MES = ZEROS
                    MOVE "TAXA MENSAL ZERO - PARCELAS SEM JUROS"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 142-LER-PARMCRED.

       142-LER-PARMCRED.
           READ PARMCRED INTO WRK-PARMCRED-REGISTRO.

      *----------------------------------------------------------
      *PARMJUROS - TAXAS CREDORA E DEVEDORA DAS CONTAS (AC00EX33
      *E AC01EX20)
      *----------------------------------------------------------
       145-VALIDAR-PARMJUROS.
           SET IDX-CAT TO 10.
           OPEN INPUT   PARMJUROS.
           MOVE WRK-FS-PARMJUROS TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMJUROS = ZEROS
              PERFORM 147-LER-PARMJUROS
              PERFORM 146-CONFERIR-PARMJUROS
                UNTIL WRK-FS-PARMJUROS NOT = "00"
              MOVE WRK-FS-PARMJUROS TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMJUROS
           END-IF.

      *A TAXA CREDORA ACIMA DA DEVEDORA INDICA CAMPOS TROCADOS.
       146-CONFERIR-PARMJUROS.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMJUROS-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMJUROS-TAXA-CREDITO > 100
                    OR PARMJUROS-TAXA-DEVEDOR > 100
                    MOVE "TAXA ACIMA DE 100%" TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
                 IF PARMJUROS-TAXA-CREDITO = ZEROS
                    OR PARMJUROS-TAXA-DEVEDOR = ZEROS
                    MOVE "TAXA ZERO - CONTA SEM JUROS"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
                 IF PARMJUROS-TAXA-CREDITO > PARMJUROS-TAXA-DEVEDOR
                    MOVE "TAXA CREDORA ACIMA DA DEVEDORA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 147-LER-PARMJUROS.

       147-LER-PARMJUROS.
           READ PARMJUROS INTO WRK-PARMJUROS-REGISTRO.

      *----------------------------------------------------------
      *PARMENC - ENCARGO DE ATRASO (AC00EX49)
      *----------------------------------------------------------
       150-VALIDAR-PARMENC.
           SET IDX-CAT TO 11.
           OPEN INPUT   PARMENC.
           MOVE WRK-FS-PARMENC TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMENC = ZEROS
              PERFORM 152-LER-PARMENC
              PERFORM 151-CONFERIR-PARMENC
                UNTIL WRK-FS-PARMENC NOT = "00"
              MOVE WRK-FS-PARMENC TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMENC
           END-IF.

       151-CONFERIR-PARMENC.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMENC-PERCENTUAL NOT NUMERIC
                 MOVE "PERCENTUAL NAO NUMERICO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE PARMENC-PERCENTUAL TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 EVALUATE TRUE
                     WHEN PARMENC-PERCENTUAL > 100
                         MOVE "PERCENTUAL DE ENCARGO ACIMA DE 100%"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 066-GRAVAR-ERRO
                     WHEN PARMENC-PERCENTUAL = ZEROS
                         MOVE "PERCENTUAL ZERO - ATRASO SEM ENCARGO"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 067-GRAVAR-AVISO
                 END-EVALUATE
                 MOVE SPACES TO WRK-OCO-VALOR
              END-IF
           END-IF.
           PERFORM 152-LER-PARMENC.

       152-LER-PARMENC.
           READ PARMENC INTO WRK-PARMENC-REGISTRO.

      *----------------------------------------------------------
      *PARMFRAU - CORTES DA TRIAGEM DE FRAUDE (AC00EX65)
      *----------------------------------------------------------
       155-VALIDAR-PARMFRAU.
           SET IDX-CAT TO 12.
           OPEN INPUT   PARMFRAU.
           MOVE WRK-FS-PARMFRAU TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMFRAU = ZEROS
              PERFORM 157-LER-PARMFRAU
              PERFORM 156-CONFERIR-PARMFRAU
                UNTIL WRK-FS-PARMFRAU NOT = "00"
              MOVE WRK-FS-PARMFRAU TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMFRAU
           END-IF.

      *CORTE ZERO MARCA TODA COMPRA COMO SUSPEITA.
       156-CONFERIR-PARMFRAU.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMFRAU-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMFRAU-VALOR-ALTO = ZEROS
                    OR PARMFRAU-QTD-COMPRAS = ZEROS
                    OR PARMFRAU-QTD-LOJAS = ZEROS
                    MOVE "CORTE ZERO - TODA COMPRA SAI SUSPEITA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 157-LER-PARMFRAU.

       157-LER-PARMFRAU.
           READ PARMFRAU INTO WRK-PARMFRAU-REGISTRO.

      *----------------------------------------------------------
      *PARMAPROV - LIMITE DE ALTERACAO DE PRECO SEM APROVACAO
      *(AC00EX11)
      *----------------------------------------------------------
       160-VALIDAR-PARMAPROV.
           SET IDX-CAT TO 13.
           OPEN INPUT   PARMAPROV.
           MOVE WRK-FS-PARMAPROV TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMAPROV = ZEROS
              PERFORM 162-LER-PARMAPROV
              PERFORM 161-CONFERIR-PARMAPROV
                UNTIL WRK-FS-PARMAPROV NOT = "00"
              MOVE WRK-FS-PARMAPROV TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMAPROV
           END-IF.

       161-CONFERIR-PARMAPROV.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMAPROV-PCT-LIMITE NOT NUMERIC
                 MOVE "PERCENTUAL NAO NUMERICO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE PARMAPROV-PCT-LIMITE TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 EVALUATE TRUE
                     WHEN PARMAPROV-PCT-LIMITE = ZEROS
                         MOVE "LIMITE ZERO - TUDO VAI A APROVACAO"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 067-GRAVAR-AVISO
                     WHEN PARMAPROV-PCT-LIMITE > 100
                         MOVE "LIMITE ACIMA DE 100% - APROVACAO INATIVA"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 067-GRAVAR-AVISO
                 END-EVALUATE
                 MOVE SPACES TO WRK-OCO-VALOR
              END-IF
           END-IF.
           PERFORM 162-LER-PARMAPROV.

       162-LER-PARMAPROV.
           READ PARMAPROV INTO WRK-PARMAPROV-REGISTRO.

      *----------------------------------------------------------
      *PARMSEG - PRODUTOS DE SEGURO DA CARTEIRA (AC00EX08)
      *----------------------------------------------------------
       165-VALIDAR-PARMSEG.
           SET IDX-CAT TO 14.
           OPEN INPUT   PARMSEG.
           MOVE WRK-FS-PARMSEG TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMSEG = ZEROS
              PERFORM 167-LER-PARMSEG
              PERFORM 166-CONFERIR-PARMSEG
                UNTIL WRK-FS-PARMSEG NOT = "00"
              MOVE WRK-FS-PARMSEG TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMSEG
           END-IF.

       166-CONFERIR-PARMSEG.
           PERFORM 061-CONTAR-REGISTRO.
           IF PARMSEG-COD-PRODUTO NOT NUMERIC
              OR PARMSEG-COD-PRODUTO = ZEROS
              MOVE "CODIGO DE PRODUTO INVALIDO" TO WRK-OCO-MENSAGEM
              MOVE WRK-PARMSEG-REGISTRO TO WRK-OCO-VALOR
              PERFORM 066-GRAVAR-ERRO
           ELSE
              MOVE PARMSEG-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO
              PERFORM 072-CONFERIR-PRODUTO
           END-IF.
           PERFORM 167-LER-PARMSEG.

       167-LER-PARMSEG.
           READ PARMSEG INTO WRK-PARMSEG-REGISTRO.

      *----------------------------------------------------------
      *PARMSALDO - SALDO MINIMO DA SELECAO DE CLIENTES (AC00EX04 E
      *AC00EX05)
      *----------------------------------------------------------
       170-VALIDAR-PARMSALDO.
           SET IDX-CAT TO 15.
           OPEN INPUT   PARMSALDO.
           MOVE WRK-FS-PARMSALDO TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMSALDO = ZEROS
              PERFORM 172-LER-PARMSALDO
              PERFORM 171-CONFERIR-PARMSALDO
                UNTIL WRK-FS-PARMSALDO NOT = "00"
              MOVE WRK-FS-PARMSALDO TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMSALDO
           END-IF.

       171-CONFERIR-PARMSALDO.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMSALDO-VALOR-MINIMO NOT NUMERIC
                 MOVE "VALOR NAO NUMERICO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMSALDO-VALOR-MINIMO = ZEROS
                    MOVE "SALDO MINIMO ZERO - TODO SALDO E SELECIONADO"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 172-LER-PARMSALDO.

       172-LER-PARMSALDO.
           READ PARMSALDO INTO WRK-PARMSALDO-REGISTRO.

      *----------------------------------------------------------
      *PARMCDB - PENALIDADE DO RESGATE ANTECIPADO DO CDB (AC00EX82)
      *----------------------------------------------------------
       175-VALIDAR-PARMCDB.
           SET IDX-CAT TO 16.
           OPEN INPUT   PARMCDB.
           MOVE WRK-FS-PARMCDB TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMCDB = ZEROS
              PERFORM 177-LER-PARMCDB
              PERFORM 176-CONFERIR-PARMCDB
                UNTIL WRK-FS-PARMCDB NOT = "00"
              MOVE WRK-FS-PARMCDB TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMCDB
           END-IF.

       176-CONFERIR-PARMCDB.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMCDB-PCT-PENALIDADE NOT NUMERIC
                 MOVE "PERCENTUAL NAO NUMERICO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE PARMCDB-PCT-PENALIDADE TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 EVALUATE TRUE
                     WHEN PARMCDB-PCT-PENALIDADE > 100
                         MOVE "PENALIDADE ACIMA DE 100% DOS JUROS"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 066-GRAVAR-ERRO
                     WHEN PARMCDB-PCT-PENALIDADE = ZEROS
                         MOVE "PENALIDADE ZERO - RESGATE SEM PERDA"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 067-GRAVAR-AVISO
                 END-EVALUATE
                 MOVE SPACES TO WRK-OCO-VALOR
              END-IF
           END-IF.
           PERFORM 177-LER-PARMCDB.

       177-LER-PARMCDB.
           READ PARMCDB INTO WRK-PARMCDB-REGISTRO.

      *----------------------------------------------------------
      *PARMDUN - DIAS ENTRE OS ESTAGIOS DA REGUA DE COBRANCA
      *(AC00EX48)
      *----------------------------------------------------------
       180-VALIDAR-PARMDUN.
           SET IDX-CAT TO 17.
           OPEN INPUT   PARMDUN.
           MOVE WRK-FS-PARMDUN TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMDUN = ZEROS
              PERFORM 182-LER-PARMDUN
              PERFORM 181-CONFERIR-PARMDUN
                UNTIL WRK-FS-PARMDUN NOT = "00"
              MOVE WRK-FS-PARMDUN TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMDUN
           END-IF.

      *O AC00EX48 ABENDA COM A QUANTIDADE DE DIAS ZERADA.
       181-CONFERIR-PARMDUN.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMDUN-QTD-DIAS NOT NUMERIC
                 MOVE "QTDE DE DIAS NAO NUMERICA" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMDUN-QTD-DIAS = ZEROS
                    MOVE "QTDE DE DIAS ZERADA - O AC00EX48 ABENDA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
              END-IF
           END-IF.
           PERFORM 182-LER-PARMDUN.

       182-LER-PARMDUN.
           READ PARMDUN INTO WRK-PARMDUN-REGISTRO.

      *----------------------------------------------------------
      *PARMTIER - CORTES E MULTIPLICADORES DOS NIVEIS DE CLIENTE
      *(AC00EX53). NIVEL NAO INFORMADO FICA COM O PADRAO DO
      *PROGRAMA, QUE ENTRA NA CONFERENCIA DA ORDEM DOS CORTES.
      *----------------------------------------------------------
       185-VALIDAR-PARMTIER.
           SET IDX-CAT TO 18.
           MOVE 50000,00 TO WRK-TIER-CORTE-DIAMANTE.
           MOVE 20000,00 TO WRK-TIER-CORTE-OURO.
           OPEN INPUT   PARMTIER.
           MOVE WRK-FS-PARMTIER TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMTIER = ZEROS
              PERFORM 187-LER-PARMTIER
              PERFORM 186-CONFERIR-PARMTIER
                UNTIL WRK-FS-PARMTIER NOT = "00"
              MOVE WRK-FS-PARMTIER TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMTIER
              IF WRK-TIER-CORTE-OURO NOT < WRK-TIER-CORTE-DIAMANTE
                 MOVE "CORTE OURO NAO MENOR QUE O DIAMANTE"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              END-IF
           END-IF.

       186-CONFERIR-PARMTIER.
           PERFORM 061-CONTAR-REGISTRO.
           IF NOT PARMTIER-NIVEL-PREVISTO
              MOVE "NIVEL DIFERENTE DE D, O E P - IGNORADO"
                TO WRK-OCO-MENSAGEM
              MOVE PARMTIER-NIVEL TO WRK-OCO-VALOR
              PERFORM 067-GRAVAR-AVISO
           ELSE
              IF PARMTIER-CORTE NOT NUMERIC
                 OR PARMTIER-MULT NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMTIER-MULT = ZEROS
                    MOVE "MULTIPLICADOR ZERO - NIVEL SEM PONTOS"
                      TO WRK-OCO-MENSAGEM
                    MOVE PARMTIER-NIVEL TO WRK-OCO-VALOR
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
                 IF PARMTIER-DIAMANTE
                    MOVE PARMTIER-CORTE TO WRK-TIER-CORTE-DIAMANTE
                 END-IF
                 IF PARMTIER-OURO
                    MOVE PARMTIER-CORTE TO WRK-TIER-CORTE-OURO
                 END-IF
              END-IF
           END-IF.
           PERFORM 187-LER-PARMTIER.

       187-LER-PARMTIER.
           READ PARMTIER INTO WRK-PARMTIER-REGISTRO.

      *----------------------------------------------------------
      *PARMMARG - MARGEM BRUTA MINIMA (AC00EX59)
      *----------------------------------------------------------
       190-VALIDAR-PARMMARG.
           SET IDX-CAT TO 19.
           OPEN INPUT   PARMMARG.
           MOVE WRK-FS-PARMMARG TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMMARG = ZEROS
              PERFORM 192-LER-PARMMARG
              PERFORM 191-CONFERIR-PARMMARG
                UNTIL WRK-FS-PARMMARG NOT = "00"
              MOVE WRK-FS-PARMMARG TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMMARG
           END-IF.

       191-CONFERIR-PARMMARG.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMMARG-PCT-MINIMO NOT NUMERIC
                 MOVE "PERCENTUAL NAO NUMERICO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE PARMMARG-PCT-MINIMO TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 IF PARMMARG-PCT-MINIMO NOT < 100
                    MOVE "MARGEM MINIMA DE 100% OU MAIS"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
                 MOVE SPACES TO WRK-OCO-VALOR
              END-IF
           END-IF.
           PERFORM 192-LER-PARMMARG.

       192-LER-PARMMARG.
           READ PARMMARG INTO WRK-PARMMARG-REGISTRO.

      *----------------------------------------------------------
      *PARMCOA - PLANO DE CONTAS POR FONTE DO EXTRATO CONTABIL
      *(AC00EX78). FONTE SEM CONTA NAO ABENDA O PASSO - SAI NA
      *CONTAGEM DE FONTES SEM MAPA.
      *----------------------------------------------------------
       195-VALIDAR-PARMCOA.
           SET IDX-CAT TO 20.
           OPEN INPUT   PARMCOA.
           MOVE WRK-FS-PARMCOA TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMCOA = ZEROS
              PERFORM 197-LER-PARMCOA
              PERFORM 196-CONFERIR-PARMCOA
                UNTIL WRK-FS-PARMCOA NOT = "00"
              MOVE WRK-FS-PARMCOA TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMCOA
           END-IF.

       196-CONFERIR-PARMCOA.
           PERFORM 061-CONTAR-REGISTRO.
           IF NOT PARMCOA-FONTE-PREVISTA
              MOVE "FONTE QUE O AC00EX78 NAO GERA" TO WRK-OCO-MENSAGEM
              MOVE PARMCOA-FONTE TO WRK-OCO-VALOR
              PERFORM 067-GRAVAR-AVISO
           END-IF.
           IF PARMCOA-CONTAS NOT NUMERIC
              MOVE "CONTA NAO NUMERICA" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF PARMCOA-CONTA-DEBITO = ZEROS
                 OR PARMCOA-CONTA-CREDITO = ZEROS
                 MOVE "CONTA DE DEBITO OU CREDITO ZERADA"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMCOA-CONTA-DEBITO = PARMCOA-CONTA-CREDITO
                    MOVE "MESMA CONTA A DEBITO E A CREDITO"
                      TO WRK-OCO-MENSAGEM
                    MOVE PARMCOA-CONTA-DEBITO TO WRK-OCO-VALOR
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 197-LER-PARMCOA.

       197-LER-PARMCOA.
           READ PARMCOA INTO WRK-PARMCOA-REGISTRO.

      *----------------------------------------------------------
      *PARMRET - MESES DE RETENCAO DO HISTORICO (AC00EX29)
      *----------------------------------------------------------
       200-VALIDAR-PARMRET.
           SET IDX-CAT TO 21.
           OPEN INPUT   PARMRET.
           MOVE WRK-FS-PARMRET TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMRET = ZEROS
              PERFORM 202-LER-PARMRET
              PERFORM 201-CONFERIR-PARMRET
                UNTIL WRK-FS-PARMRET NOT = "00"
              MOVE WRK-FS-PARMRET TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMRET
           END-IF.

      *O AC00EX29 ABENDA COM A QUANTIDADE DE MESES ZERADA.
       201-CONFERIR-PARMRET.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMRET-QTD-MESES NOT NUMERIC
                 MOVE "QTDE DE MESES NAO NUMERICA"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMRET-QTD-MESES = ZEROS
                    MOVE "QTDE DE MESES ZERADA - O AC00EX29 ABENDA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
              END-IF
           END-IF.
           PERFORM 202-LER-PARMRET.

       202-LER-PARMRET.
           READ PARMRET INTO WRK-PARMRET-REGISTRO.

      *----------------------------------------------------------
      *PARMTOL - TOLERANCIA DO ORCADO CONTRA REALIZADO (AC00EX72)
      *----------------------------------------------------------
       205-VALIDAR-PARMTOL.
           SET IDX-CAT TO 22.
           OPEN INPUT   PARMTOL.
           MOVE WRK-FS-PARMTOL TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMTOL = ZEROS
              PERFORM 207-LER-PARMTOL
              PERFORM 206-CONFERIR-PARMTOL
                UNTIL WRK-FS-PARMTOL NOT = "00"
              MOVE WRK-FS-PARMTOL TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMTOL
           END-IF.

       206-CONFERIR-PARMTOL.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMTOL-PCT NOT NUMERIC
                 MOVE "PERCENTUAL NAO NUMERICO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE PARMTOL-PCT TO WRK-EDITA-PCT
                 MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
                 EVALUATE TRUE
                     WHEN PARMTOL-PCT > 100
                         MOVE "TOLERANCIA ACIMA DE 100% DO ORCADO"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 067-GRAVAR-AVISO
                     WHEN PARMTOL-PCT = ZEROS
                         MOVE "TOLERANCIA ZERO - TODA LOJA E APONTADA"
                           TO WRK-OCO-MENSAGEM
                         PERFORM 067-GRAVAR-AVISO
                 END-EVALUATE
                 MOVE SPACES TO WRK-OCO-VALOR
              END-IF
           END-IF.
           PERFORM 207-LER-PARMTOL.

       207-LER-PARMTOL.
           READ PARMTOL INTO WRK-PARMTOL-REGISTRO.

      *----------------------------------------------------------
      *PARMSIN - FRANQUIA E LIMITE DE COBERTURA DOS SINISTROS POR
      *PRODUTO DE SEGURO (AC00EX87)
      *----------------------------------------------------------
       210-VALIDAR-PARMSIN.
           SET IDX-CAT TO 23.
           OPEN INPUT   PARMSIN.
           MOVE WRK-FS-PARMSIN TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMSIN = ZEROS
              PERFORM 212-LER-PARMSIN
              PERFORM 211-CONFERIR-PARMSIN
                UNTIL WRK-FS-PARMSIN NOT = "00"
              MOVE WRK-FS-PARMSIN TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMSIN
           END-IF.

       211-CONFERIR-PARMSIN.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-PARMSIN-REGISTRO NOT NUMERIC
              MOVE "REGISTRO COM CAMPO NAO NUMERICO" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF PARMSIN-COD-PRODUTO = ZEROS
                 MOVE "CODIGO DE PRODUTO ZERADO" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 MOVE PARMSIN-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO
                 PERFORM 072-CONFERIR-PRODUTO
              END-IF
              MOVE PARMSIN-PCT-LIMITE TO WRK-EDITA-PCT
              MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR
              EVALUATE TRUE
                  WHEN PARMSIN-PCT-LIMITE > 100
                      MOVE "LIMITE DE COBERTURA ACIMA DE 100%"
                        TO WRK-OCO-MENSAGEM
                      PERFORM 066-GRAVAR-ERRO
                  WHEN PARMSIN-PCT-LIMITE = ZEROS
                      MOVE "LIMITE ZERO - SINISTRO SEM PAGAMENTO"
                        TO WRK-OCO-MENSAGEM
                      PERFORM 067-GRAVAR-AVISO
              END-EVALUATE
              MOVE SPACES TO WRK-OCO-VALOR
           END-IF.
           PERFORM 212-LER-PARMSIN.

       212-LER-PARMSIN.
           READ PARMSIN INTO WRK-PARMSIN-REGISTRO.

      *----------------------------------------------------------
      *PARMDIAS - DIAS PARA APONTAR O BOLETO EM ABERTO (AC00EX16)
      *----------------------------------------------------------
       215-VALIDAR-PARMDIAS.
           SET IDX-CAT TO 24.
           OPEN INPUT   PARMDIAS.
           MOVE WRK-FS-PARMDIAS TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMDIAS = ZEROS
              PERFORM 217-LER-PARMDIAS
              PERFORM 216-CONFERIR-PARMDIAS
                UNTIL WRK-FS-PARMDIAS NOT = "00"
              MOVE WRK-FS-PARMDIAS TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMDIAS
           END-IF.

       216-CONFERIR-PARMDIAS.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMDIAS-QTD-DIAS NOT NUMERIC
                 MOVE "QTDE DE DIAS NAO NUMERICA" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMDIAS-QTD-DIAS = ZEROS
                    MOVE "QTDE DE DIAS ZERO - TODO BOLETO E APONTADO"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 217-LER-PARMDIAS.

       217-LER-PARMDIAS.
           READ PARMDIAS INTO WRK-PARMDIAS-REGISTRO.

      *----------------------------------------------------------
      *PARMGER - VOLUMES E TAXAS DO GERADOR DE MASSA (AC00EX32)
      *----------------------------------------------------------
       220-VALIDAR-PARMGER.
           SET IDX-CAT TO 25.
           OPEN INPUT   PARMGER.
           MOVE WRK-FS-PARMGER TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMGER = ZEROS
              PERFORM 222-LER-PARMGER
              PERFORM 221-CONFERIR-PARMGER
                UNTIL WRK-FS-PARMGER NOT = "00"
              MOVE WRK-FS-PARMGER TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMGER
           END-IF.

      *O AC00EX32 ABENDA COM VOLUME DE CLIENTES OU PRODUTOS ZERADO.
      *AS TAXAS SAO SORTEADAS DE 0 A 99 - 100 OU MAIS E SEMPRE.
       221-CONFERIR-PARMGER.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMGER-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMGER-QTD-CLIENTES = ZEROS
                    OR PARMGER-QTD-PRODUTOS = ZEROS
                    MOVE "VOLUME ZERADO - O AC00EX32 ABENDA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
                 IF PARMGER-COMPRAS-CLIENTE = ZEROS
                    OR PARMGER-LINHAS-COMPRA = ZEROS
                    MOVE "VOLUME ZERO - MASSA SEM COMPRAS"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
                 IF PARMGER-PCT-ORFAO > 99
                    OR PARMGER-PCT-PROD-DESC > 99
                    OR PARMGER-PCT-TIPO-INV > 99
                    MOVE "TAXA DE ERRO DE 100% OU MAIS"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 222-LER-PARMGER.

       222-LER-PARMGER.
           READ PARMGER INTO WRK-PARMGER-REGISTRO.

      *----------------------------------------------------------
      *PARMJUR - JUROS, MULTA E PRAZO DO ATRASO (AC00EX68)
      *----------------------------------------------------------
       225-VALIDAR-PARMJUR.
           SET IDX-CAT TO 26.
           OPEN INPUT   PARMJUR.
           MOVE WRK-FS-PARMJUR TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMJUR = ZEROS
              PERFORM 227-LER-PARMJUR
              PERFORM 226-CONFERIR-PARMJUR
                UNTIL WRK-FS-PARMJUR NOT = "00"
              MOVE WRK-FS-PARMJUR TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMJUR
           END-IF.

       226-CONFERIR-PARMJUR.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMJUR-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMJUR-JUROS-MES > 100
                    OR PARMJUR-MULTA-PCT > 100
                    MOVE "JUROS OU MULTA ACIMA DE 100%"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 066-GRAVAR-ERRO
                 END-IF
                 IF PARMJUR-JUROS-MES = ZEROS
                    AND PARMJUR-MULTA-PCT = ZEROS
                    MOVE "JUROS E MULTA ZERO - ATRASO SEM COBRANCA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
                 IF PARMJUR-DIAS-VENC = ZEROS
                    MOVE "PRAZO ZERO - VENCE NO PROPRIO DIA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 227-LER-PARMJUR.

       227-LER-PARMJUR.
           READ PARMJUR INTO WRK-PARMJUR-REGISTRO.

      *----------------------------------------------------------
      *PARMPREMIO - PERCENTUAL DE PREMIO POR FAIXA DE RENDA
      *(AC00EX08 E AC01EX29). AUSENTE, A COTACAO FICA DESLIGADA.
      *----------------------------------------------------------
       230-VALIDAR-PARMPREMIO.
           SET IDX-CAT TO 27.
           OPEN INPUT   PARMPREMIO.
           MOVE WRK-FS-PARMPREMIO TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMPREMIO = ZEROS
              PERFORM 232-LER-PARMPREMIO
              PERFORM 231-CONFERIR-PARMPREMIO
                UNTIL WRK-FS-PARMPREMIO NOT = "00"
              MOVE WRK-FS-PARMPREMIO TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMPREMIO
           END-IF.

       231-CONFERIR-PARMPREMIO.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF WRK-PARMPREMIO-REGISTRO NOT NUMERIC
                 MOVE "REGISTRO COM CAMPO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 PERFORM 233-CONFERIR-FAIXA-PREMIO
                   VARYING WRK-IND-AUX FROM 1 BY 1
                     UNTIL WRK-IND-AUX > 4
              END-IF
           END-IF.
           PERFORM 232-LER-PARMPREMIO.

       232-LER-PARMPREMIO.
           READ PARMPREMIO INTO WRK-PARMPREMIO-REGISTRO.

       233-CONFERIR-FAIXA-PREMIO.
           MOVE PARMPREMIO-PCT-FAIXA(WRK-IND-AUX) TO WRK-EDITA-PCT.
           MOVE WRK-EDITA-PCT TO WRK-OCO-VALOR.
           EVALUATE TRUE
               WHEN PARMPREMIO-PCT-FAIXA(WRK-IND-AUX) > 100
                   MOVE "PERCENTUAL DA FAIXA ACIMA DE 100%"
                     TO WRK-OCO-MENSAGEM
                   PERFORM 066-GRAVAR-ERRO
               WHEN PARMPREMIO-PCT-FAIXA(WRK-IND-AUX) = ZEROS
                   MOVE "PERCENTUAL ZERO - FAIXA SEM PREMIO"
                     TO WRK-OCO-MENSAGEM
                   PERFORM 067-GRAVAR-AVISO
           END-EVALUATE.
           MOVE SPACES TO WRK-OCO-VALOR.

      *----------------------------------------------------------
      *PARMMDR - TAXA E PRAZO DE LIQUIDACAO POR BANDEIRA
      *(AC00EX97)
      *----------------------------------------------------------
       235-VALIDAR-PARMMDR.
           SET IDX-CAT TO 28.
           OPEN INPUT   PARMMDR.
           MOVE WRK-FS-PARMMDR TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMMDR = ZEROS
              PERFORM 237-LER-PARMMDR
              PERFORM 236-CONFERIR-PARMMDR
                UNTIL WRK-FS-PARMMDR NOT = "00"
              MOVE WRK-FS-PARMMDR TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMMDR
           END-IF.

       236-CONFERIR-PARMMDR.
           PERFORM 061-CONTAR-REGISTRO.
           IF PARMMDR-BANDEIRA = SPACES
              MOVE "BANDEIRA EM BRANCO" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           END-IF.
           IF PARMMDR-TAXA-MDR NOT NUMERIC
              OR PARMMDR-DIAS-LIQ NOT NUMERIC
              MOVE "REGISTRO COM CAMPO NAO NUMERICO" TO WRK-OCO-MENSAGEM
              PERFORM 066-GRAVAR-ERRO
           ELSE
              IF PARMMDR-TAXA-MDR = ZEROS
                 MOVE "TAXA MDR ZERO - LIQUIDO IGUAL AO BRUTO"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMMDR-BANDEIRA TO WRK-OCO-VALOR
                 PERFORM 067-GRAVAR-AVISO
              END-IF
              IF PARMMDR-DIAS-LIQ = ZEROS
                 MOVE "PRAZO ZERO - LIQUIDACAO NO DIA DA VENDA"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMMDR-BANDEIRA TO WRK-OCO-VALOR
                 PERFORM 067-GRAVAR-AVISO
              END-IF
           END-IF.
           PERFORM 237-LER-PARMMDR.

       237-LER-PARMMDR.
           READ PARMMDR INTO WRK-PARMMDR-REGISTRO.

      *----------------------------------------------------------
      *PARMCICLO - CICLO DE VENDAS DO DIA (AC00EX10). AUSENTE OU
      *VAZIO, O RUN E O FECHAMENTO DO DIA.
      *----------------------------------------------------------
       240-VALIDAR-PARMCICLO.
           SET IDX-CAT TO 29.
           OPEN INPUT   PARMCICLO.
           MOVE WRK-FS-PARMCICLO TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMCICLO = ZEROS
              PERFORM 242-LER-PARMCICLO
              PERFORM 241-CONFERIR-PARMCICLO
                UNTIL WRK-FS-PARMCICLO NOT = "00"
              MOVE WRK-FS-PARMCICLO TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMCICLO
           END-IF.

      *O AC00EX10 ABENDA COM NUMERO NAO NUMERICO OU FECHAMENTO
      *DIFERENTE DE S E N.
       241-CONFERIR-PARMCICLO.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMCICLO-NUMERO NOT NUMERIC
                 MOVE "NUMERO DO CICLO NAO NUMERICO"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMCICLO-NUMERO TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              END-IF
              IF NOT PARMCICLO-FECHAMENTO-PREVISTO
                 MOVE "FECHAMENTO DIFERENTE DE S E N"
                   TO WRK-OCO-MENSAGEM
                 MOVE PARMCICLO-FECHAMENTO TO WRK-OCO-VALOR
                 PERFORM 066-GRAVAR-ERRO
              END-IF
           END-IF.
           PERFORM 242-LER-PARMCICLO.

       242-LER-PARMCICLO.
           READ PARMCICLO INTO WRK-PARMCICLO-REGISTRO.

      *----------------------------------------------------------
      *PARMCUS - DIAS UTEIS DE COMPENSACAO DO CHEQUE EM CUSTODIA
      *(AC01EX32)
      *----------------------------------------------------------
       245-VALIDAR-PARMCUS.
           SET IDX-CAT TO 30.
           OPEN INPUT   PARMCUS.
           MOVE WRK-FS-PARMCUS TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMCUS = ZEROS
              PERFORM 247-LER-PARMCUS
              PERFORM 246-CONFERIR-PARMCUS
                UNTIL WRK-FS-PARMCUS NOT = "00"
              MOVE WRK-FS-PARMCUS TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMCUS
           END-IF.

       246-CONFERIR-PARMCUS.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMCUS-DIAS-COMPENSA NOT NUMERIC
                 MOVE "QTDE DE DIAS NAO NUMERICA" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMCUS-DIAS-COMPENSA = ZEROS
                    MOVE "COMPENSACAO ZERO - CHEQUE LIBERADO NO DIA"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 247-LER-PARMCUS.

       247-LER-PARMCUS.
           READ PARMCUS INTO WRK-PARMCUS-REGISTRO.

      *----------------------------------------------------------
      *PARMSUPR - DIAS DE SUPRESSAO DE RECONTATO (AC01EX27 E
      *AC00EX08)
      *----------------------------------------------------------
       250-VALIDAR-PARMSUPR.
           SET IDX-CAT TO 31.
           OPEN INPUT   PARMSUPR.
           MOVE WRK-FS-PARMSUPR TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMSUPR = ZEROS
              PERFORM 252-LER-PARMSUPR
              PERFORM 251-CONFERIR-PARMSUPR
                UNTIL WRK-FS-PARMSUPR NOT = "00"
              MOVE WRK-FS-PARMSUPR TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMSUPR
           END-IF.

       251-CONFERIR-PARMSUPR.
           PERFORM 061-CONTAR-REGISTRO.
           IF WRK-NUM-REG = 1
              IF PARMSUPR-QTD-DIAS NOT NUMERIC
                 MOVE "QTDE DE DIAS NAO NUMERICA" TO WRK-OCO-MENSAGEM
                 PERFORM 066-GRAVAR-ERRO
              ELSE
                 IF PARMSUPR-QTD-DIAS = ZEROS
                    MOVE "SUPRESSAO ZERO - RECONTATO SEM INTERVALO"
                      TO WRK-OCO-MENSAGEM
                    PERFORM 067-GRAVAR-AVISO
                 END-IF
              END-IF
           END-IF.
           PERFORM 252-LER-PARMSUPR.

       252-LER-PARMSUPR.
           READ PARMSUPR INTO WRK-PARMSUPR-REGISTRO.

      *----------------------------------------------------------
      *PARMXSEL - SEGMENTOS RFM DE TOPO DA VENDA CRUZADA
      *(AC01EX29)
      *----------------------------------------------------------
       255-VALIDAR-PARMXSEL.
           SET IDX-CAT TO 32.
           OPEN INPUT   PARMXSEL.
           MOVE WRK-FS-PARMXSEL TO WRK-FS-ATUAL.
           PERFORM 060-TRATAR-ABERTURA.
           IF WRK-FS-PARMXSEL = ZEROS
              PERFORM 257-LER-PARMXSEL
              PERFORM 256-CONFERIR-PARMXSEL
                UNTIL WRK-FS-PARMXSEL NOT = "00"
              MOVE WRK-FS-PARMXSEL TO WRK-FS-ATUAL
              PERFORM 062-TRATAR-FIM-ARQUIVO
              CLOSE PARMXSEL
           END-IF.

       256-CONFERIR-PARMXSEL.
           PERFORM 061-CONTAR-REGISTRO.
           SET ACHOU TO TRUE.
           PERFORM 258-CONFERIR-NOTA-XSEL
             VARYING WRK-IND-AUX FROM 1 BY 1
               UNTIL WRK-IND-AUX > 3.
           IF NAO-ACHOU
              MOVE "SEGMENTO RFM INVALIDO - NUNCA E ATENDIDO"
                TO WRK-OCO-MENSAGEM
              MOVE PARMXSEL-SEGMENTO TO WRK-OCO-VALOR
              PERFORM 067-GRAVAR-AVISO
           END-IF.
           PERFORM 257-LER-PARMXSEL.

       257-LER-PARMXSEL.
           READ PARMXSEL INTO WRK-PARMXSEL-REGISTRO.

       258-CONFERIR-NOTA-XSEL.
           IF NOT PARMXSEL-NOTA-PREVISTA(WRK-IND-AUX)
              SET NAO-ACHOU TO TRUE
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX35".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

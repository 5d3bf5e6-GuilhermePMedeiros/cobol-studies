       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX40.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX40
      *EXTRACAO AD-HOC DIRIGIDA POR CARTAO DE CONTROLE SOBRE OS
      *ARQUIVOS PRINCIPAIS DA LOJA. O PROGRAMA TRAZ UM DICIONARIO
      *DE LAYOUTS (ARQUIVO, LRECL E, POR CAMPO, POSICAO, TAMANHO,
      *TIPO E DECIMAIS) E, COM BASE NELE, LE O ARQUIVO PEDIDO EM
      *EXTIN, SELECIONA OS REGISTROS PELAS CONDICOES SOBRE CAMPOS
      *NOMEADOS, ORDENA, E GRAVA EM EXTOUT OS CAMPOS PEDIDOS, EM
      *FORMATO FIXO OU CSV. O RELATORIO EXTREL TRAZ OS CARTOES, OS
      *CAMPOS DE SAIDA, AS CONTAGENS E AS SOMAS DOS VALORES.
      *EXTIN E EXTOUT SAO DE REGISTRO VARIAVEL (COMO O DUMPIN DO
      *AC00EX09): O ARQUIVO FIXO E CONVERTIDO ANTES COM IDCAMS
      *REPRO, E O EXTOUT EM FORMATO FIXO TEM TODOS OS REGISTROS DO
      *MESMO TAMANHO, INFORMADO NO RELATORIO.
      *
      *CARTOES (PARMEXT, 80 POSICOES):
      *  COLUNAS 01-03 TIPO DO CARTAO
      *  COLUNAS 05-34 NOME DO ARQUIVO OU DO CAMPO
      *  COLUNAS 36-37 OPCAO
      *  COLUNAS 39-78 VALOR
      *  ARQ - ARQUIVO A EXTRAIR (UM SO). OPCAO F = FIXO (PADRAO)
      *        OU C = CSV.
      *  SEL - CONDICAO: CAMPO, OPERADOR (EQ NE GT GE LT LE) E
      *        VALOR. ATE 10, TODAS TEM QUE SER ATENDIDAS. VALOR
      *        NUMERICO COMO 1.000,00 OU -15,5.
      *  CPO - CAMPO DE SAIDA, NA ORDEM DOS CARTOES. ATE 30. SEM
      *        CARTAO CPO SAEM TODOS OS CAMPOS DO ARQUIVO.
      *  ORD - CAMPO DE ORDENACAO. OPCAO A = CRESCENTE (PADRAO) OU
      *        D = DECRESCENTE. ATE 3, ATE 3000 REGISTROS
      *        SELECIONADOS. SEM ORD, A ORDEM E A DO ARQUIVO.
      *  SOM - CAMPO NUMERICO SOMADO NOS SELECIONADOS. ATE 10.
      *  DIC - LISTA O DICIONARIO NO EXTREL; COM NOME, SO O DAQUELE
      *        ARQUIVO. SEM CARTAO ARQ, NAO HA EXTRACAO.
      *  *   - COMENTARIO.
      *EXEMPLO: VENDAS NO CREDITO ACIMA DE 1.000,00, EM CSV, DA
      *MAIOR PARA A MENOR, COM O TOTAL:
      *ARQ DEBCRE                         C
      *SEL DEBCRE-TIPO-PAGTO              EQ CREDITO
      *SEL DEBCRE-VALOR-LIQUIDO           GT 1.000,00
      *CPO DEBCRE-COD-COMPRA
      *CPO DEBCRE-NOME-PRODUTO
      *CPO DEBCRE-VALOR-LIQUIDO
      *ORD DEBCRE-VALOR-LIQUIDO           D
      *SOM DEBCRE-VALOR-LIQUIDO
      *
      *NO CSV OS CAMPOS SAO SEPARADOS POR VIRGULA, A PRIMEIRA LINHA
      *TRAZ OS NOMES, O NUMERO SAI COM SINAL E PONTO DECIMAL E O
      *TEXTO SAI SEM OS BRANCOS A DIREITA (ENTRE ASPAS SE TIVER
      *VIRGULA). CAMPO NUMERICO COM CONTEUDO INVALIDO (COMO O
      *CABECALHO E O RODAPE DO RELTOT) NAO ATENDE A CONDICAO, NAO
      *E SOMADO E SAI COMO TEXTO.
      *RC 8 QUANDO HA CARTAO COM ERRO (NADA E EXTRAIDO); RC 4
      *QUANDO HA REGISTRO MENOR QUE O LRECL DO DICIONARIO (ARQUIVO
      *TROCADO OU LAYOUT DESATUALIZADO); RC 0 NOS DEMAIS CASOS.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT PARMEXT  ASSIGN    TO PARMEXT
                      FILE STATUS    IS WRK-FS-PARMEXT.

      *ARQUIVO A EXTRAIR - TAMANHO DE REGISTRO VARIAVEL, CONFERIDO
      *A CADA READ CONTRA O LRECL DO DICIONARIO
       SELECT EXTIN    ASSIGN    TO EXTIN
                      FILE STATUS    IS WRK-FS-EXTIN.

       SELECT EXTOUT   ASSIGN    TO EXTOUT
                      FILE STATUS    IS WRK-FS-EXTOUT.

       SELECT EXTREL   ASSIGN    TO EXTREL
                      FILE STATUS    IS WRK-FS-EXTREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMEXT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMEXT-REGISTRO     PIC X(080).

       FD  EXTIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
               DEPENDING ON WRK-TAM-REGISTRO
           LABEL RECORD IS STANDARD.

       01  FD-EXTIN-REGISTRO       PIC X(4000).

       FD  EXTOUT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
               DEPENDING ON WRK-TAM-SAIDA
           LABEL RECORD IS STANDARD.

       01  FD-EXTOUT-REGISTRO      PIC X(400).

       FD  EXTREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-EXTREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMEXT        PIC X(002) VALUE SPACES.
           05 WRK-FS-EXTIN          PIC X(002) VALUE SPACES.
           05 WRK-FS-EXTOUT         PIC X(002) VALUE SPACES.
           05 WRK-FS-EXTREL         PIC X(002) VALUE SPACES.

       01  WRK-TAM-REGISTRO         PIC 9(004) COMP VALUE ZEROS.
       01  WRK-TAM-SAIDA            PIC 9(004) COMP VALUE ZEROS.

      *DICIONARIO DE LAYOUTS - ARQUIVOS: NOME, LRECL E DESCRICAO
       01  TAB-DIC-ARQUIVOS-VALORES.
           05 FILLER                PIC X(010) VALUE "COMPRA".
           05 FILLER                PIC 9(004) VALUE 0038.
           05 FILLER                PIC X(036) VALUE
              "COMPRAS DO DIA".
           05 FILLER                PIC X(010) VALUE "COMPROD".
           05 FILLER                PIC 9(004) VALUE 0013.
           05 FILLER                PIC X(036) VALUE
              "ITENS DAS COMPRAS DO DIA".
           05 FILLER                PIC X(010) VALUE "BOLCHE".
           05 FILLER                PIC 9(004) VALUE 0059.
           05 FILLER                PIC X(036) VALUE
              "VENDAS BOLETO/CHEQUE (AC00EX10)".
           05 FILLER                PIC X(010) VALUE "DEBCRE".
           05 FILLER                PIC 9(004) VALUE 0059.
           05 FILLER                PIC X(036) VALUE
              "VENDAS DEBITO/CREDITO (AC00EX10)".
           05 FILLER                PIC X(010) VALUE "CADCLIN".
           05 FILLER                PIC 9(004) VALUE 0090.
           05 FILLER                PIC X(036) VALUE
              "CADASTRO DE CONTAS CORRENTES".
           05 FILLER                PIC X(010) VALUE "CLISEGU".
           05 FILLER                PIC 9(004) VALUE 0104.
           05 FILLER                PIC X(036) VALUE
              "CLIENTES SEGURADOS E PRODUTOS".
           05 FILLER                PIC X(010) VALUE "ESTOQUE".
           05 FILLER                PIC 9(004) VALUE 0026.
           05 FILLER                PIC X(036) VALUE
              "SALDO DE ESTOQUE (UNLOAD DO KSDS)".
           05 FILLER                PIC X(010) VALUE "CONTARHOJE".
           05 FILLER                PIC 9(004) VALUE 0039.
           05 FILLER                PIC X(036) VALUE
              "CONTAS A RECEBER (AC00EX15)".
           05 FILLER                PIC X(010) VALUE "CLIENTE".
           05 FILLER                PIC 9(004) VALUE 0026.
           05 FILLER                PIC X(036) VALUE
              "CADASTRO DE CLIENTES (UNLOAD)".
           05 FILLER                PIC X(010) VALUE "PRODUTO".
           05 FILLER                PIC 9(004) VALUE 0026.
           05 FILLER                PIC X(036) VALUE
              "CADASTRO DE PRODUTOS (UNLOAD)".
           05 FILLER                PIC X(010) VALUE "VENDEDOR".
           05 FILLER                PIC 9(004) VALUE 0029.
           05 FILLER                PIC X(036) VALUE
              "CADASTRO DE VENDEDORES".
           05 FILLER                PIC X(010) VALUE "LOJA".
           05 FILLER                PIC 9(004) VALUE 0025.
           05 FILLER                PIC X(036) VALUE
              "CADASTRO DE LOJAS".
           05 FILLER                PIC X(010) VALUE "RELTOT".
           05 FILLER                PIC 9(004) VALUE 0056.
           05 FILLER                PIC X(036) VALUE
              "TOTAIS POR COMPRA (AC00EX10)".
           05 FILLER                PIC X(010) VALUE "CLITOT".
           05 FILLER                PIC 9(004) VALUE 0054.
           05 FILLER                PIC X(036) VALUE
              "TOTAIS POR CLIENTE (AC00EX10)".
           05 FILLER                PIC X(010) VALUE "COMISSAO".
           05 FILLER                PIC 9(004) VALUE 0071.
           05 FILLER                PIC X(036) VALUE
              "COMISSAO POR ITEM (AC00EX10)".

       01  TAB-DIC-ARQUIVOS REDEFINES TAB-DIC-ARQUIVOS-VALORES.
           05 TAB-DAR-REGISTRO OCCURS 15 TIMES
                   INDEXED BY IDX-DAR.
              07 TAB-DAR-ARQUIVO    PIC X(010).
              07 TAB-DAR-LRECL      PIC 9(004).
              07 TAB-DAR-DESCRICAO  PIC X(036).

       01  WRK-QTD-DIC-ARQUIVOS     PIC 9(002) VALUE 15.

      *CAMPOS DE CADA ARQUIVO: NOME DO CAMPO E, NA SEGUNDA LINHA,
      *ARQUIVO (10), POSICAO (4), TAMANHO (3), TIPO (1) E
      *DECIMAIS (1). TIPOS: X ALFANUMERICO, 9 NUMERICO SEM SINAL,
      *S NUMERICO COM SINAL NA ULTIMA POSICAO (PIC S9 DISPLAY) E E
      *VALOR EDITADO ZZZ.ZZZ.Z99,99 DOS ARQUIVOS SEPARADOS POR
      *PONTO E VIRGULA.
       01  TAB-DIC-CAMPOS-VALORES.
           05 FILLER                PIC X(030) VALUE
              "COMPRA-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    000100590".
           05 FILLER                PIC X(030) VALUE
              "COMPRA-TIPO-PAGTO".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    0006008X0".
           05 FILLER                PIC X(030) VALUE
              "COMPRA-COD-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    001400390".
           05 FILLER                PIC X(030) VALUE
              "COMPRA-DATA".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    001700890".
           05 FILLER                PIC X(030) VALUE
              "COMPRA-COD-VENDEDOR".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    002500390".
           05 FILLER                PIC X(030) VALUE
              "COMPRA-COD-LOJA".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    002800390".
           05 FILLER                PIC X(030) VALUE
              "COMPRA-NUM-VALE".
           05 FILLER                PIC X(019) VALUE
              "COMPRA    003100890".
           05 FILLER                PIC X(030) VALUE
              "COMPROD-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "COMPROD   000100590".
           05 FILLER                PIC X(030) VALUE
              "COMPROD-COD-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "COMPROD   000600590".
           05 FILLER                PIC X(030) VALUE
              "COMPROD-QUANTIDADE".
           05 FILLER                PIC X(019) VALUE
              "COMPROD   001100390".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    000100590".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-NOME-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    0006010X0".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-TIPO-PAGTO".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    0016008X0".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-VALOR".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    002401192".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-QUANTIDADE".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    003500390".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-VALOR-LIQUIDO".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    003801192".
           05 FILLER                PIC X(030) VALUE
              "BOLCHE-VALOR-IMPOSTO".
           05 FILLER                PIC X(019) VALUE
              "BOLCHE    004901192".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    000100590".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-NOME-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    0006010X0".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-TIPO-PAGTO".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    0016008X0".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-VALOR".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    002401192".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-QUANTIDADE".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    003500390".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-VALOR-LIQUIDO".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    003801192".
           05 FILLER                PIC X(030) VALUE
              "DEBCRE-VALOR-IMPOSTO".
           05 FILLER                PIC X(019) VALUE
              "DEBCRE    004901192".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-AGENCIA".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   000100590".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-NUMERO-CONTA".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   000601090".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-NOME-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   0016040X0".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-TELEFONE".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   005600890".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-RENDA-MENSAL".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   0064013S2".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-SALDO-ATUAL".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   0077013S2".
           05 FILLER                PIC X(030) VALUE
              "CADCLIN-STATUS".
           05 FILLER                PIC X(019) VALUE
              "CADCLIN   0090001X0".
           05 FILLER                PIC X(030) VALUE
              "CLISEGU-COD-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CLISEGU   000100590".
           05 FILLER                PIC X(030) VALUE
              "CLISEGU-NOME-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CLISEGU   0006040X0".
           05 FILLER                PIC X(030) VALUE
              "CLISEGU-COD-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "CLISEGU   004600590".
           05 FILLER                PIC X(030) VALUE
              "CLISEGU-NOME-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "CLISEGU   0051040X0".
           05 FILLER                PIC X(030) VALUE
              "CLISEGU-VALOR-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "CLISEGU   0091011S2".
           05 FILLER                PIC X(030) VALUE
              "CLISEGU-QTD-PRODUTOS".
           05 FILLER                PIC X(019) VALUE
              "CLISEGU   010200390".
           05 FILLER                PIC X(030) VALUE
              "ESTOQUE-COD-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "ESTOQUE   000100590".
           05 FILLER                PIC X(030) VALUE
              "ESTOQUE-SALDO".
           05 FILLER                PIC X(019) VALUE
              "ESTOQUE   000600790".
           05 FILLER                PIC X(030) VALUE
              "ESTOQUE-MINIMO".
           05 FILLER                PIC X(019) VALUE
              "ESTOQUE   001300790".
           05 FILLER                PIC X(030) VALUE
              "ESTOQUE-ENCOMENDA".
           05 FILLER                PIC X(019) VALUE
              "ESTOQUE   002000790".
           05 FILLER                PIC X(030) VALUE
              "CONTAR-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "CONTARHOJE000100590".
           05 FILLER                PIC X(030) VALUE
              "CONTAR-COD-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CONTARHOJE000600390".
           05 FILLER                PIC X(030) VALUE
              "CONTAR-DATA-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "CONTARHOJE000900890".
           05 FILLER                PIC X(030) VALUE
              "CONTAR-VALOR-ORIGINAL".
           05 FILLER                PIC X(019) VALUE
              "CONTARHOJE001701192".
           05 FILLER                PIC X(030) VALUE
              "CONTAR-VALOR-PAGO".
           05 FILLER                PIC X(019) VALUE
              "CONTARHOJE002801192".
           05 FILLER                PIC X(030) VALUE
              "CONTAR-STATUS".
           05 FILLER                PIC X(019) VALUE
              "CONTARHOJE0039001X0".
           05 FILLER                PIC X(030) VALUE
              "CLIENTE-COD-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CLIENTE   000100390".
           05 FILLER                PIC X(030) VALUE
              "CLIENTE-NOME".
           05 FILLER                PIC X(019) VALUE
              "CLIENTE   0004020X0".
           05 FILLER                PIC X(030) VALUE
              "CLIENTE-IND-CORPORATIVO".
           05 FILLER                PIC X(019) VALUE
              "CLIENTE   0024001X0".
           05 FILLER                PIC X(030) VALUE
              "CLIENTE-COD-PRAZO".
           05 FILLER                PIC X(019) VALUE
              "CLIENTE   0025002X0".
           05 FILLER                PIC X(030) VALUE
              "PRODUTO-COD-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "PRODUTO   000100590".
           05 FILLER                PIC X(030) VALUE
              "PRODUTO-NOME".
           05 FILLER                PIC X(019) VALUE
              "PRODUTO   0006010X0".
           05 FILLER                PIC X(030) VALUE
              "PRODUTO-VALOR".
           05 FILLER                PIC X(019) VALUE
              "PRODUTO   001601192".
           05 FILLER                PIC X(030) VALUE
              "VENDEDOR-COD-VENDEDOR".
           05 FILLER                PIC X(019) VALUE
              "VENDEDOR  000100390".
           05 FILLER                PIC X(030) VALUE
              "VENDEDOR-NOME".
           05 FILLER                PIC X(019) VALUE
              "VENDEDOR  0004020X0".
           05 FILLER                PIC X(030) VALUE
              "VENDEDOR-PERCENTUAL".
           05 FILLER                PIC X(019) VALUE
              "VENDEDOR  002400592".
           05 FILLER                PIC X(030) VALUE
              "VENDEDOR-ATIVO".
           05 FILLER                PIC X(019) VALUE
              "VENDEDOR  0029001X0".
           05 FILLER                PIC X(030) VALUE
              "LOJA-COD-LOJA".
           05 FILLER                PIC X(019) VALUE
              "LOJA      000100390".
           05 FILLER                PIC X(030) VALUE
              "LOJA-NOME".
           05 FILLER                PIC X(019) VALUE
              "LOJA      0004020X0".
           05 FILLER                PIC X(030) VALUE
              "LOJA-ZONA-PRECO".
           05 FILLER                PIC X(019) VALUE
              "LOJA      002400290".
           05 FILLER                PIC X(030) VALUE
              "RELTOT-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "RELTOT    000100590".
           05 FILLER                PIC X(030) VALUE
              "RELTOT-NOME-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "RELTOT    0007020X0".
           05 FILLER                PIC X(030) VALUE
              "RELTOT-TOT-VALOR-BTO".
           05 FILLER                PIC X(019) VALUE
              "RELTOT    0028014E2".
           05 FILLER                PIC X(030) VALUE
              "RELTOT-TOT-VALOR-LIQ".
           05 FILLER                PIC X(019) VALUE
              "RELTOT    0043014E2".
           05 FILLER                PIC X(030) VALUE
              "CLITOT-COD-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CLITOT    000100390".
           05 FILLER                PIC X(030) VALUE
              "CLITOT-NOME-CLIENTE".
           05 FILLER                PIC X(019) VALUE
              "CLITOT    0005020X0".
           05 FILLER                PIC X(030) VALUE
              "CLITOT-TOT-VALOR-BTO".
           05 FILLER                PIC X(019) VALUE
              "CLITOT    0026014E2".
           05 FILLER                PIC X(030) VALUE
              "CLITOT-TOT-VALOR-LIQ".
           05 FILLER                PIC X(019) VALUE
              "CLITOT    0041014E2".
           05 FILLER                PIC X(030) VALUE
              "COMISSAO-COD-VENDEDOR".
           05 FILLER                PIC X(019) VALUE
              "COMISSAO  000100390".
           05 FILLER                PIC X(030) VALUE
              "COMISSAO-NOME-VENDEDOR".
           05 FILLER                PIC X(019) VALUE
              "COMISSAO  0005020X0".
           05 FILLER                PIC X(030) VALUE
              "COMISSAO-COD-COMPRA".
           05 FILLER                PIC X(019) VALUE
              "COMISSAO  002600590".
           05 FILLER                PIC X(030) VALUE
              "COMISSAO-NOME-PRODUTO".
           05 FILLER                PIC X(019) VALUE
              "COMISSAO  0032010X0".
           05 FILLER                PIC X(030) VALUE
              "COMISSAO-VALOR-LIQUIDO".
           05 FILLER                PIC X(019) VALUE
              "COMISSAO  0043014E2".
           05 FILLER                PIC X(030) VALUE
              "COMISSAO-VALOR-COMISSAO".
           05 FILLER                PIC X(019) VALUE
              "COMISSAO  0058014E2".

       01  TAB-DIC-CAMPOS REDEFINES TAB-DIC-CAMPOS-VALORES.
           05 TAB-DCP-REGISTRO OCCURS 75 TIMES
                   INDEXED BY IDX-DCP.
              07 TAB-DCP-CAMPO      PIC X(030).
              07 TAB-DCP-ARQUIVO    PIC X(010).
              07 TAB-DCP-DESCRITOR  PIC X(009).

       01  WRK-QTD-DIC-CAMPOS       PIC 9(003) VALUE 75.

      *DESCRITOR DE UM CAMPO, COMO GUARDADO NO DICIONARIO
       01  WRK-CAMPO-ATUAL.
           05 ATU-POSICAO           PIC 9(004).
           05 ATU-TAMANHO           PIC 9(003).
           05 ATU-TIPO              PIC X(001).
               88 ATU-ALFANUMERICO     VALUE "X".
               88 ATU-NUMERICO         VALUE "9".
               88 ATU-SINALIZADO       VALUE "S".
               88 ATU-EDITADO          VALUE "E".
               88 ATU-TIPO-NUMERICO    VALUE "9" "S" "E".
           05 ATU-DECIMAIS          PIC 9(001).

      *CARTAO DE CONTROLE
       01  WRK-PARMEXT-REGISTRO.
           05 PARMEXT-TIPO          PIC X(003).
               88 PARMEXT-ARQ          VALUE "ARQ".
               88 PARMEXT-SEL          VALUE "SEL".
               88 PARMEXT-CPO          VALUE "CPO".
               88 PARMEXT-ORD          VALUE "ORD".
               88 PARMEXT-SOM          VALUE "SOM".
               88 PARMEXT-DIC          VALUE "DIC".
           05 FILLER                PIC X(001).
           05 PARMEXT-NOME          PIC X(030).
           05 FILLER                PIC X(001).
           05 PARMEXT-OPCAO         PIC X(002).
               88 PARMEXT-OPERADOR-VALIDO
                                       VALUE "EQ" "NE" "GT" "GE"
                                             "LT" "LE".
               88 PARMEXT-FORMATO-FIXO VALUE "F " SPACES.
               88 PARMEXT-FORMATO-CSV  VALUE "C ".
               88 PARMEXT-CRESCENTE    VALUE "A " SPACES.
               88 PARMEXT-DECRESCENTE  VALUE "D ".
           05 FILLER                PIC X(001).
           05 PARMEXT-VALOR         PIC X(040).
           05 FILLER                PIC X(002).

      *CARTOES LIDOS, CONFERIDOS DEPOIS DE LOCALIZADO O ARQ
       01  WRK-TAB-CAR-QTDE         PIC 9(002) VALUE ZEROS.
       01  WRK-SUB-CARTAO           PIC 9(002) VALUE ZEROS.

       01  TAB-CARTOES.
           05 TAB-CAR-REGISTRO      PIC X(080) OCCURS 60 TIMES.

      *ARQUIVO PEDIDO NO CARTAO ARQ
       01  WRK-ARQUIVO              PIC X(010) VALUE SPACES.
       01  WRK-LRECL-ARQUIVO        PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-ARQUIVO          PIC 9(002) VALUE ZEROS.
       01  WRK-QTD-CARTOES-ARQ      PIC 9(002) VALUE ZEROS.
       01  WRK-QTD-ARQ-CONFERIDOS   PIC 9(002) VALUE ZEROS.

       01  WRK-SW-ARQUIVO           PIC 9(001) VALUE ZEROS.
           88 ARQUIVO-LOCALIZADO       VALUE 1.
           88 ARQUIVO-NAO-LOCALIZADO   VALUE 0.

       01  WRK-SW-FORMATO           PIC X(001) VALUE "F".
           88 FORMATO-FIXO             VALUE "F".
           88 FORMATO-CSV              VALUE "C".

       01  WRK-SW-DICIONARIO        PIC 9(001) VALUE ZEROS.
           88 DICIONARIO-PEDIDO        VALUE 1.

       01  WRK-ARQ-DICIONARIO       PIC X(010) VALUE SPACES.

       01  WRK-SW-EXTRACAO          PIC 9(001) VALUE ZEROS.
           88 EXTRACAO-EXECUTADA       VALUE 1.

       01  WRK-SW-ACHOU             PIC 9(001) VALUE ZEROS.
           88 ACHOU                    VALUE 1.
           88 NAO-ACHOU                VALUE 0.

      *CONDICOES DE SELECAO (CARTOES SEL)
       01  WRK-TAB-SEL-QTDE         PIC 9(002) VALUE ZEROS.
       01  WRK-SUB-SEL              PIC 9(002) VALUE ZEROS.

       01  TAB-SELECOES.
           05 TAB-SEL OCCURS 10 TIMES.
               07 TAB-SEL-DESCRITOR    PIC X(009).
               07 TAB-SEL-OPERADOR     PIC X(002).
                   88 SEL-IGUAL           VALUE "EQ".
                   88 SEL-DIFERENTE       VALUE "NE".
                   88 SEL-MAIOR           VALUE "GT".
                   88 SEL-MAIOR-IGUAL     VALUE "GE".
                   88 SEL-MENOR           VALUE "LT".
                   88 SEL-MENOR-IGUAL     VALUE "LE".
               07 TAB-SEL-VALOR-X      PIC X(040).
               07 TAB-SEL-VALOR-N      PIC S9(013)V9(005).

      *CAMPOS DE SAIDA (CARTOES CPO)
       01  WRK-TAB-CPO-QTDE         PIC 9(002) VALUE ZEROS.
       01  WRK-SUB-CPO              PIC 9(002) VALUE ZEROS.

       01  TAB-CAMPOS-SAIDA.
           05 TAB-CPO OCCURS 30 TIMES.
               07 TAB-CPO-CAMPO        PIC X(030).
               07 TAB-CPO-DESCRITOR    PIC X(009).

      *CAMPOS DE ORDENACAO (CARTOES ORD)
       01  WRK-TAB-ORD-QTDE         PIC 9(001) VALUE ZEROS.
       01  WRK-SUB-ORD              PIC 9(001) VALUE ZEROS.

       01  TAB-ORDENACAO.
           05 TAB-ORD OCCURS 3 TIMES.
               07 TAB-ORD-DESCRITOR    PIC X(009).
               07 TAB-ORD-SENTIDO      PIC X(001).
                   88 ORD-CRESCENTE       VALUE "A".
                   88 ORD-DECRESCENTE     VALUE "D".

      *CAMPOS SOMADOS (CARTOES SOM)
       01  WRK-TAB-SOM-QTDE         PIC 9(002) VALUE ZEROS.
       01  WRK-SUB-SOM              PIC 9(002) VALUE ZEROS.

       01  TAB-SOMAS.
           05 TAB-SOM OCCURS 10 TIMES.
               07 TAB-SOM-CAMPO        PIC X(030).
               07 TAB-SOM-DESCRITOR    PIC X(009).
               07 TAB-SOM-TOTAL        PIC S9(015)V9(005).
               07 TAB-SOM-INVALIDOS    PIC 9(007).

      *REGISTROS SELECIONADOS GUARDADOS PARA A ORDENACAO. A TABELA
      *DE INDICES E MANTIDA NA ORDEM DAS CHAVES, E O REGISTRO NOVO
      *ENTRA DEPOIS DOS DE CHAVE IGUAL, PRESERVANDO A ORDEM DO
      *ARQUIVO NOS EMPATES.
       01  WRK-TAB-EXT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-EXT-REGISTRO OCCURS 1 TO 3000 TIMES
               DEPENDING ON WRK-TAB-EXT-QTDE.
           05 TAB-EXT-CHAVE         PIC X(040) OCCURS 3 TIMES.
           05 TAB-EXT-TAMANHO       PIC 9(003).
           05 TAB-EXT-LINHA         PIC X(400).

       01  TAB-INDICES-EXTRACAO.
           05 TAB-IND-EXT           PIC 9(004) OCCURS 3000 TIMES.

      *APOIO A INCLUSAO ORDENADA
       01  WRK-BUSCA-INICIO         PIC 9(004) VALUE ZEROS.
       01  WRK-BUSCA-FIM            PIC 9(004) VALUE ZEROS.
       01  WRK-BUSCA-MEIO           PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-COMPARA          PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-DESLOCA          PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-DESCARGA         PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-ENTRADA          PIC 9(004) VALUE ZEROS.

       01  WRK-SW-COMPARACAO        PIC 9(001) VALUE ZEROS.
           88 CHAVES-IGUAIS            VALUE 0.
           88 ENTRADA-ANTES            VALUE 1.
           88 ENTRADA-DEPOIS           VALUE 2.

       01  WRK-CHAVE-NUMERICA       PIC 9(014)V9(005) VALUE ZEROS.
       01  WRK-CHAVE-NUMERICA-X REDEFINES WRK-CHAVE-NUMERICA
                                    PIC X(019).

      *VALOR DE UM CAMPO DO REGISTRO LIDO
       01  WRK-VALOR-X              PIC X(040) VALUE SPACES.
       01  WRK-VALOR-N              PIC S9(013)V9(005) VALUE ZEROS.

       01  WRK-SW-VALOR             PIC 9(001) VALUE ZEROS.
           88 VALOR-VALIDO             VALUE 1.
           88 VALOR-INVALIDO           VALUE 0.

       01  WRK-DIGITOS              PIC 9(018) VALUE ZEROS.
       01  WRK-DIGITOS-X REDEFINES WRK-DIGITOS
                                    PIC X(018).

       01  WRK-DIGITOS-S            PIC S9(018) VALUE ZEROS.
       01  WRK-DIGITOS-S-X REDEFINES WRK-DIGITOS-S
                                    PIC X(018).

       01  WRK-EDITADO              PIC ZZZ.ZZZ.Z99,99.
       01  WRK-EDITADO-X REDEFINES WRK-EDITADO
                                    PIC X(014).
       01  WRK-EDITADO-TESTE        PIC X(014) VALUE SPACES.

      *CONVERSAO DO VALOR NUMERICO DO CARTAO SEL
       01  WRK-CNV-POSICAO          PIC 9(002) VALUE ZEROS.
       01  WRK-CNV-CARACTER         PIC X(001) VALUE SPACES.
       01  WRK-CNV-DIGITO REDEFINES WRK-CNV-CARACTER
                                    PIC 9(001).
       01  WRK-CNV-INTEIRO          PIC 9(013) VALUE ZEROS.
       01  WRK-CNV-DECIMAL          PIC 9(005) VALUE ZEROS.
       01  WRK-CNV-DECIMAL-X REDEFINES WRK-CNV-DECIMAL
                                    PIC X(005).
       01  WRK-CNV-QTD-DIGITOS      PIC 9(002) VALUE ZEROS.
       01  WRK-CNV-QTD-DECIMAIS     PIC 9(001) VALUE ZEROS.
       01  WRK-CNV-RESULTADO        PIC S9(013)V9(005) VALUE ZEROS.

       01  WRK-SW-CONVERSAO         PIC 9(001) VALUE ZEROS.
           88 CONVERSAO-VALIDA         VALUE 1.
           88 CONVERSAO-INVALIDA       VALUE 0.

       01  WRK-SW-CNV-PARTE         PIC X(001) VALUE SPACES.
           88 CNV-ANTES-DO-NUMERO      VALUE "A".
           88 CNV-PARTE-INTEIRA        VALUE "I".
           88 CNV-PARTE-DECIMAL        VALUE "D".
           88 CNV-DEPOIS-DO-NUMERO     VALUE "F".

       01  WRK-SW-CNV-SINAL         PIC X(001) VALUE SPACES.
           88 CNV-NEGATIVO             VALUE "-".

      *MONTAGEM DA LINHA DE SAIDA
       01  WRK-LINHA-SAIDA          PIC X(400) VALUE SPACES.
       01  WRK-PTR-SAIDA            PIC 9(004) COMP VALUE ZEROS.
       01  WRK-TAM-LINHA            PIC 9(004) VALUE ZEROS.
       01  WRK-TAM-MAXIMO           PIC 9(004) VALUE ZEROS.
       01  WRK-TAM-CABECALHO        PIC 9(004) VALUE ZEROS.

       01  WRK-ASPAS                PIC X(001) VALUE QUOTE.
       01  WRK-QTD-VIRGULAS         PIC 9(002) VALUE ZEROS.
       01  WRK-QTD-BRANCOS          PIC 9(002) VALUE ZEROS.

       01  WRK-TEXTO                PIC X(040) VALUE SPACES.
       01  WRK-TAM-UTIL             PIC 9(002) VALUE ZEROS.

       01  WRK-SW-APARA             PIC 9(001) VALUE ZEROS.
           88 APARA-CONTINUA           VALUE 0.
           88 APARA-CONCLUIDA          VALUE 1.

       01  WRK-VALOR-ABSOLUTO       PIC 9(013)V9(005) VALUE ZEROS.
       01  WRK-VALOR-INTEIRO        PIC 9(013) VALUE ZEROS.
       01  WRK-VALOR-FRACAO         PIC 9(005) VALUE ZEROS.
       01  WRK-VALOR-FRACAO-X REDEFINES WRK-VALOR-FRACAO
                                    PIC X(005).
       01  WRK-EDITA-INTEIRO        PIC Z(012)9.

       01  WRK-SW-SELECAO           PIC 9(001) VALUE ZEROS.
           88 REGISTRO-SELECIONADO     VALUE 1.
           88 REGISTRO-REJEITADO       VALUE 0.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS.
           05 WRK-ANO-SIS           PIC 9(004).
           05 WRK-MES-SIS           PIC 9(002).
           05 WRK-DIA-SIS           PIC 9(002).

      *LINHAS DO RELATORIO EXTREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(044) VALUE
              "EXTRACAO AD-HOC POR CARTAO DE CONTROLE - RUN".
           05 FILLER                PIC X(004) VALUE " DE ".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(022) VALUE SPACES.

       01  WRK-LINHA-TITULO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-CARTAO.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LCA-CARTAO            PIC X(078).

       01  WRK-LINHA-ERRO.
           05 FILLER                PIC X(014) VALUE
              "    *** ERRO: ".
           05 LER-MENSAGEM          PIC X(050).
           05 FILLER                PIC X(016) VALUE SPACES.

       01  WRK-LINHA-ARQUIVO.
           05 FILLER                PIC X(009) VALUE "ARQUIVO: ".
           05 LAR-ARQUIVO           PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LAR-DESCRICAO         PIC X(036).
           05 FILLER                PIC X(007) VALUE " LRECL ".
           05 LAR-LRECL             PIC ZZZ9.
           05 FILLER                PIC X(013) VALUE SPACES.

       01  WRK-LINHA-FORMATO.
           05 FILLER                PIC X(009) VALUE "FORMATO: ".
           05 LFO-DESCRICAO         PIC X(045).
           05 FILLER                PIC X(017) VALUE
              " TAMANHO MAXIMO: ".
           05 LFO-TAMANHO           PIC ZZZ9.
           05 FILLER                PIC X(005) VALUE SPACES.

       01  WRK-LINHA-CAMPO.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LCP-CAMPO             PIC X(030).
           05 FILLER                PIC X(005) VALUE " POS ".
           05 LCP-POSICAO           PIC ZZZ9.
           05 FILLER                PIC X(005) VALUE " TAM ".
           05 LCP-TAMANHO           PIC ZZ9.
           05 FILLER                PIC X(006) VALUE " TIPO ".
           05 LCP-TIPO              PIC X(001).
           05 FILLER                PIC X(005) VALUE " DEC ".
           05 LCP-DECIMAIS          PIC 9(001).
           05 FILLER                PIC X(018) VALUE SPACES.

       01  WRK-LINHA-CONTADOR.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 LCT-DESCRICAO         PIC X(045).
           05 FILLER                PIC X(002) VALUE ": ".
           05 LCT-QTDE              PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(020) VALUE SPACES.

       01  WRK-LINHA-SOMA.
           05 FILLER                PIC X(007) VALUE "  SOMA ".
           05 LSO-CAMPO             PIC X(030).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 LSO-TOTAL             PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(012) VALUE
              "  INVALIDOS ".
           05 LSO-INVALIDOS         PIC ZZZZZZ9.

       01  WRK-LINHA-RESULTADO.
           05 FILLER                PIC X(011) VALUE "RESULTADO: ".
           05 RSL-TEXTO             PIC X(069).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-CARTOES            PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-ERROS              PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REG-LIDOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-FORA-LAYOUT        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CONTEUDO-INVALIDO  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-SELECIONADOS       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-EXTOUT    PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX40-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-CONFERIR-CARTOES.
           IF WRK-CONT-ERROS = ZEROS
              IF DICIONARIO-PEDIDO
                 PERFORM 070-LISTAR-DICIONARIO
              END-IF
              IF ARQUIVO-LOCALIZADO
                 PERFORM 030-EXTRAIR
              END-IF
           END-IF.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX40 INICIADO - EXTRACAO AD-HOC".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           INITIALIZE TAB-SELECOES TAB-CAMPOS-SAIDA TAB-ORDENACAO
                      TAB-SOMAS.
           PERFORM 012-ABRIR-ARQUIVOS.

           MOVE WRK-DIA-SIS TO CAB1-DIA.
           MOVE WRK-MES-SIS TO CAB1-MES.
           MOVE WRK-ANO-SIS TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1 TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   EXTREL.
           IF WRK-FS-EXTREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA EXTREL - FS: " WRK-FS-EXTREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS CARTOES, LOCALIZA O ARQUIVO PEDIDO E CONFERE OS
      *DEMAIS CARTOES CONTRA O LAYOUT DELE. CADA CARTAO SAI NO
      *EXTREL SEGUIDO DOS ERROS QUE TIVER.
       020-CONFERIR-CARTOES.
           PERFORM 100-CARREGAR-CARTOES.
           PERFORM 110-LOCALIZAR-ARQUIVO
             VARYING WRK-SUB-CARTAO FROM 1 BY 1
               UNTIL WRK-SUB-CARTAO > WRK-TAB-CAR-QTDE.

           MOVE WRK-LINHA-TRACO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.
           MOVE "CARTOES DE CONTROLE" TO WRK-LINHA-TITULO.
           MOVE WRK-LINHA-TITULO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

           PERFORM 120-CONFERIR-CARTAO
             VARYING WRK-SUB-CARTAO FROM 1 BY 1
               UNTIL WRK-SUB-CARTAO > WRK-TAB-CAR-QTDE.

           IF WRK-QTD-CARTOES-ARQ = ZEROS
              AND NOT DICIONARIO-PEDIDO
              MOVE "FALTA O CARTAO ARQ COM O ARQUIVO A EXTRAIR"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           END-IF.

           IF ARQUIVO-LOCALIZADO
              AND WRK-CONT-ERROS = ZEROS
              IF WRK-TAB-CPO-QTDE = ZEROS
                 PERFORM 127-INCLUIR-CAMPO-ARQUIVO
                   VARYING IDX-DCP FROM 1 BY 1
                     UNTIL IDX-DCP > WRK-QTD-DIC-CAMPOS
              END-IF
              PERFORM 130-APURAR-TAMANHO-SAIDA
           END-IF.

       030-EXTRAIR.
           PERFORM 032-ABRIR-EXTRACAO.
           SET EXTRACAO-EXECUTADA TO TRUE.
           IF FORMATO-CSV
              PERFORM 245-MONTAR-CABECALHO-CSV
              PERFORM 248-GRAVAR-EXTOUT
           END-IF.

           PERFORM 200-LER-EXTIN.
           PERFORM 210-TRATAR-REGISTRO
             UNTIL WRK-FS-EXTIN = "10".

           IF WRK-TAB-ORD-QTDE > ZEROS
              PERFORM 260-DESCARREGAR-ORDENADOS
                VARYING WRK-SUB-DESCARGA FROM 1 BY 1
                  UNTIL WRK-SUB-DESCARGA > WRK-TAB-EXT-QTDE
           END-IF.
           PERFORM 034-FECHAR-EXTRACAO.

       032-ABRIR-EXTRACAO.
           OPEN INPUT    EXTIN.
           IF WRK-FS-EXTIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA EXTIN - FS: " WRK-FS-EXTIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   EXTOUT.
           IF WRK-FS-EXTOUT NOT = ZEROS
              DISPLAY "ERRO ABERTURA EXTOUT - FS: " WRK-FS-EXTOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       034-FECHAR-EXTRACAO.
           CLOSE EXTIN.
           IF WRK-FS-EXTIN NOT = "00"
              DISPLAY "ERRO CLOSE EXTIN - FS: " WRK-FS-EXTIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE EXTOUT.
           IF WRK-FS-EXTOUT NOT = "00"
              DISPLAY "ERRO CLOSE EXTOUT - FS: " WRK-FS-EXTOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 060-GRAVAR-RESUMO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           EVALUATE TRUE
               WHEN WRK-CONT-ERROS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-CONT-FORA-LAYOUT > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Cartoes Lidos............: "
                   WRK-CONT-CARTOES.
           DISPLAY "Quantidade de Erros nos Cartoes........: "
                   WRK-CONT-ERROS.
           DISPLAY "Quantidade de Registros Lidos..........: "
                   WRK-CONT-REG-LIDOS.
           DISPLAY "Quantidade de Registros Fora do Layout.: "
                   WRK-CONT-FORA-LAYOUT.
           DISPLAY "Quantidade de Registros Selecionados...: "
                   WRK-CONT-SELECIONADOS.
           DISPLAY "Quantidade de Registros Gravados EXTOUT: "
                   WRK-CONT-GRAVADOS-EXTOUT.

       052-FECHAR-ARQUIVOS.
           CLOSE EXTREL.
           IF WRK-FS-EXTREL NOT = "00"
              DISPLAY "ERRO CLOSE EXTREL - FS: " WRK-FS-EXTREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *FECHAMENTO DO EXTREL: CONTAGENS, SOMAS E RESULTADO
       060-GRAVAR-RESUMO.
           MOVE WRK-LINHA-TRACO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

           IF EXTRACAO-EXECUTADA
              MOVE "REGISTROS LIDOS EM EXTIN" TO LCT-DESCRICAO
              MOVE WRK-CONT-REG-LIDOS TO LCT-QTDE
              PERFORM 061-GRAVAR-CONTADOR
              MOVE "REGISTROS MENORES QUE O LRECL (IGNORADOS)"
                TO LCT-DESCRICAO
              MOVE WRK-CONT-FORA-LAYOUT TO LCT-QTDE
              PERFORM 061-GRAVAR-CONTADOR
              MOVE "REGISTROS COM CONTEUDO INVALIDO NA SELECAO"
                TO LCT-DESCRICAO
              MOVE WRK-CONT-CONTEUDO-INVALIDO TO LCT-QTDE
              PERFORM 061-GRAVAR-CONTADOR
              MOVE "REGISTROS SELECIONADOS" TO LCT-DESCRICAO
              MOVE WRK-CONT-SELECIONADOS TO LCT-QTDE
              PERFORM 061-GRAVAR-CONTADOR
              MOVE "REGISTROS GRAVADOS EM EXTOUT" TO LCT-DESCRICAO
              MOVE WRK-CONT-GRAVADOS-EXTOUT TO LCT-QTDE
              PERFORM 061-GRAVAR-CONTADOR
              PERFORM 062-GRAVAR-SOMA
                VARYING WRK-SUB-SOM FROM 1 BY 1
                  UNTIL WRK-SUB-SOM > WRK-TAB-SOM-QTDE
              MOVE WRK-LINHA-TRACO TO FD-EXTREL-REGISTRO
              PERFORM 068-ESCREVER-EXTREL
           END-IF.

           EVALUATE TRUE
               WHEN WRK-CONT-ERROS > ZEROS
                   MOVE "CARTOES COM ERRO - NADA FOI EXTRAIDO (RC 8)"
                     TO RSL-TEXTO
               WHEN WRK-CONT-FORA-LAYOUT > ZEROS
                   MOVE "HA REGISTROS FORA DO LAYOUT DO ARQUIVO (RC 4)"
                     TO RSL-TEXTO
               WHEN EXTRACAO-EXECUTADA
                   MOVE "EXTRACAO CONCLUIDA (RC 0)" TO RSL-TEXTO
               WHEN OTHER
                   MOVE "DICIONARIO LISTADO (RC 0)" TO RSL-TEXTO
           END-EVALUATE.
           MOVE WRK-LINHA-RESULTADO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

       061-GRAVAR-CONTADOR.
           MOVE WRK-LINHA-CONTADOR TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

       062-GRAVAR-SOMA.
           MOVE TAB-SOM-CAMPO(WRK-SUB-SOM)     TO LSO-CAMPO.
           MOVE TAB-SOM-TOTAL(WRK-SUB-SOM)     TO LSO-TOTAL.
           MOVE TAB-SOM-INVALIDOS(WRK-SUB-SOM) TO LSO-INVALIDOS.
           MOVE WRK-LINHA-SOMA TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

      *LINHA DE UM CAMPO (DESCRITOR EM WRK-CAMPO-ATUAL)
       065-GRAVAR-LINHA-CAMPO.
           MOVE ATU-POSICAO  TO LCP-POSICAO.
           MOVE ATU-TAMANHO  TO LCP-TAMANHO.
           MOVE ATU-TIPO     TO LCP-TIPO.
           MOVE ATU-DECIMAIS TO LCP-DECIMAIS.
           MOVE WRK-LINHA-CAMPO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

       068-ESCREVER-EXTREL.
           WRITE FD-EXTREL-REGISTRO.
           IF WRK-FS-EXTREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO EXTREL - FS: " WRK-FS-EXTREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LISTAGEM DO DICIONARIO: TODOS OS ARQUIVOS OU SO O DO CARTAO
       070-LISTAR-DICIONARIO.
           MOVE WRK-LINHA-TRACO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.
           MOVE "DICIONARIO DE LAYOUTS" TO WRK-LINHA-TITULO.
           MOVE WRK-LINHA-TITULO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.
           PERFORM 071-LISTAR-ARQUIVO
             VARYING IDX-DAR FROM 1 BY 1
               UNTIL IDX-DAR > WRK-QTD-DIC-ARQUIVOS.

       071-LISTAR-ARQUIVO.
           IF WRK-ARQ-DICIONARIO = SPACES
              OR WRK-ARQ-DICIONARIO = TAB-DAR-ARQUIVO(IDX-DAR)
              MOVE SPACES TO FD-EXTREL-REGISTRO
              PERFORM 068-ESCREVER-EXTREL
              MOVE TAB-DAR-ARQUIVO(IDX-DAR)   TO LAR-ARQUIVO
              MOVE TAB-DAR-DESCRICAO(IDX-DAR) TO LAR-DESCRICAO
              MOVE TAB-DAR-LRECL(IDX-DAR)     TO LAR-LRECL
              MOVE WRK-LINHA-ARQUIVO TO FD-EXTREL-REGISTRO
              PERFORM 068-ESCREVER-EXTREL
              PERFORM 072-LISTAR-CAMPO
                VARYING IDX-DCP FROM 1 BY 1
                  UNTIL IDX-DCP > WRK-QTD-DIC-CAMPOS
           END-IF.

       072-LISTAR-CAMPO.
           IF TAB-DCP-ARQUIVO(IDX-DCP) = TAB-DAR-ARQUIVO(IDX-DAR)
              MOVE TAB-DCP-CAMPO(IDX-DCP)     TO LCP-CAMPO
              MOVE TAB-DCP-DESCRITOR(IDX-DCP) TO WRK-CAMPO-ATUAL
              PERFORM 065-GRAVAR-LINHA-CAMPO
           END-IF.

      *ERRO DE CARTAO: MENSAGEM JA MOVIDA PARA LER-MENSAGEM
       090-REGISTRAR-ERRO.
           MOVE WRK-LINHA-ERRO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.
           ADD 1 TO WRK-CONT-ERROS.

       100-CARREGAR-CARTOES.
           OPEN INPUT    PARMEXT.
           IF WRK-FS-PARMEXT NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMEXT - FS: " WRK-FS-PARMEXT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 101-LER-PARMEXT.
           PERFORM 102-GUARDAR-CARTAO
             UNTIL WRK-FS-PARMEXT = "10".

           CLOSE PARMEXT.
           IF WRK-FS-PARMEXT NOT = "00"
              DISPLAY "ERRO CLOSE PARMEXT - FS: " WRK-FS-PARMEXT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       101-LER-PARMEXT.
           READ PARMEXT INTO WRK-PARMEXT-REGISTRO.
           IF WRK-FS-PARMEXT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMEXT - FS: " WRK-FS-PARMEXT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARTAO EM BRANCO OU DE COMENTARIO NAO E GUARDADO
       102-GUARDAR-CARTAO.
           ADD 1 TO WRK-CONT-CARTOES.
           IF WRK-PARMEXT-REGISTRO NOT = SPACES
              AND PARMEXT-TIPO(1:1) NOT = "*"
              IF WRK-TAB-CAR-QTDE = 60
                 MOVE WRK-PARMEXT-REGISTRO TO LCA-CARTAO
                 MOVE WRK-LINHA-CARTAO TO FD-EXTREL-REGISTRO
                 PERFORM 068-ESCREVER-EXTREL
                 MOVE "LIMITE DE 60 CARTOES EXCEDIDO" TO LER-MENSAGEM
                 PERFORM 090-REGISTRAR-ERRO
              ELSE
                 ADD 1 TO WRK-TAB-CAR-QTDE
                 MOVE WRK-PARMEXT-REGISTRO
                   TO TAB-CAR-REGISTRO(WRK-TAB-CAR-QTDE)
              END-IF
           END-IF.
           PERFORM 101-LER-PARMEXT.

      *O PRIMEIRO CARTAO ARQ DEFINE O ARQUIVO E O FORMATO; O
      *CARTAO DIC SO MARCA A LISTAGEM DO DICIONARIO.
       110-LOCALIZAR-ARQUIVO.
           MOVE TAB-CAR-REGISTRO(WRK-SUB-CARTAO)
             TO WRK-PARMEXT-REGISTRO.
           IF PARMEXT-DIC
              SET DICIONARIO-PEDIDO TO TRUE
              MOVE PARMEXT-NOME TO WRK-ARQ-DICIONARIO
           END-IF.
           IF PARMEXT-ARQ
              ADD 1 TO WRK-QTD-CARTOES-ARQ
              IF WRK-QTD-CARTOES-ARQ = 1
                 MOVE PARMEXT-NOME TO WRK-ARQUIVO
                 SET IDX-DAR TO 1
                 SEARCH TAB-DAR-REGISTRO
                     AT END
                         SET ARQUIVO-NAO-LOCALIZADO TO TRUE
                     WHEN TAB-DAR-ARQUIVO(IDX-DAR) = WRK-ARQUIVO
                         SET ARQUIVO-LOCALIZADO TO TRUE
                         SET WRK-SUB-ARQUIVO TO IDX-DAR
                         MOVE TAB-DAR-LRECL(IDX-DAR)
                           TO WRK-LRECL-ARQUIVO
                 END-SEARCH
                 IF PARMEXT-FORMATO-CSV
                    SET FORMATO-CSV TO TRUE
                 ELSE
                    SET FORMATO-FIXO TO TRUE
                 END-IF
              END-IF
           END-IF.

       120-CONFERIR-CARTAO.
           MOVE TAB-CAR-REGISTRO(WRK-SUB-CARTAO)
             TO WRK-PARMEXT-REGISTRO.
           MOVE WRK-PARMEXT-REGISTRO TO LCA-CARTAO.
           MOVE WRK-LINHA-CARTAO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

           EVALUATE TRUE
               WHEN PARMEXT-ARQ
                   PERFORM 121-CONFERIR-ARQ
               WHEN PARMEXT-DIC
                   PERFORM 126-CONFERIR-DIC
               WHEN PARMEXT-SEL
                   IF ARQUIVO-LOCALIZADO
                      PERFORM 122-CONFERIR-SEL
                   END-IF
               WHEN PARMEXT-CPO
                   IF ARQUIVO-LOCALIZADO
                      PERFORM 123-CONFERIR-CPO
                   END-IF
               WHEN PARMEXT-ORD
                   IF ARQUIVO-LOCALIZADO
                      PERFORM 124-CONFERIR-ORD
                   END-IF
               WHEN PARMEXT-SOM
                   IF ARQUIVO-LOCALIZADO
                      PERFORM 125-CONFERIR-SOM
                   END-IF
               WHEN OTHER
                   MOVE "CARTAO INVALIDO - USE ARQ/SEL/CPO/ORD/SOM/DIC"
                     TO LER-MENSAGEM
                   PERFORM 090-REGISTRAR-ERRO
           END-EVALUATE.

       121-CONFERIR-ARQ.
           ADD 1 TO WRK-QTD-ARQ-CONFERIDOS.
           IF WRK-QTD-ARQ-CONFERIDOS > 1
              MOVE "MAIS DE UM CARTAO ARQ" TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           ELSE
              IF ARQUIVO-NAO-LOCALIZADO
                 MOVE "ARQUIVO FORA DO DICIONARIO DE LAYOUTS"
                   TO LER-MENSAGEM
                 PERFORM 090-REGISTRAR-ERRO
              END-IF
              IF NOT PARMEXT-FORMATO-FIXO
                 AND NOT PARMEXT-FORMATO-CSV
                 MOVE "FORMATO DEVE SER F (FIXO) OU C (CSV)"
                   TO LER-MENSAGEM
                 PERFORM 090-REGISTRAR-ERRO
              END-IF
           END-IF.

       122-CONFERIR-SEL.
           MOVE ZEROS TO WRK-CNV-RESULTADO.
           PERFORM 150-LOCALIZAR-CAMPO.
           IF NOT PARMEXT-OPERADOR-VALIDO
              MOVE "OPERADOR DEVE SER EQ NE GT GE LT OU LE"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           END-IF.
           IF ACHOU
              AND ATU-TIPO-NUMERICO
              PERFORM 140-CONVERTER-VALOR
              IF CONVERSAO-INVALIDA
                 MOVE "VALOR NUMERICO INVALIDO PARA CAMPO NUMERICO"
                   TO LER-MENSAGEM
                 PERFORM 090-REGISTRAR-ERRO
              END-IF
           END-IF.
           IF WRK-TAB-SEL-QTDE = 10
              MOVE "LIMITE DE 10 CONDICOES EXCEDIDO" TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           ELSE
              ADD 1 TO WRK-TAB-SEL-QTDE
              MOVE WRK-CAMPO-ATUAL
                TO TAB-SEL-DESCRITOR(WRK-TAB-SEL-QTDE)
              MOVE PARMEXT-OPCAO
                TO TAB-SEL-OPERADOR(WRK-TAB-SEL-QTDE)
              MOVE PARMEXT-VALOR
                TO TAB-SEL-VALOR-X(WRK-TAB-SEL-QTDE)
              MOVE WRK-CNV-RESULTADO
                TO TAB-SEL-VALOR-N(WRK-TAB-SEL-QTDE)
           END-IF.

       123-CONFERIR-CPO.
           PERFORM 150-LOCALIZAR-CAMPO.
           IF WRK-TAB-CPO-QTDE = 30
              MOVE "LIMITE DE 30 CAMPOS DE SAIDA EXCEDIDO"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           ELSE
              ADD 1 TO WRK-TAB-CPO-QTDE
              MOVE PARMEXT-NOME
                TO TAB-CPO-CAMPO(WRK-TAB-CPO-QTDE)
              MOVE WRK-CAMPO-ATUAL
                TO TAB-CPO-DESCRITOR(WRK-TAB-CPO-QTDE)
           END-IF.

       124-CONFERIR-ORD.
           PERFORM 150-LOCALIZAR-CAMPO.
           IF NOT PARMEXT-CRESCENTE
              AND NOT PARMEXT-DECRESCENTE
              MOVE "SENTIDO DEVE SER A (CRESCENTE) OU D (DECRESCENTE)"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           END-IF.
           IF WRK-TAB-ORD-QTDE = 3
              MOVE "LIMITE DE 3 CAMPOS DE ORDENACAO EXCEDIDO"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           ELSE
              ADD 1 TO WRK-TAB-ORD-QTDE
              MOVE WRK-CAMPO-ATUAL
                TO TAB-ORD-DESCRITOR(WRK-TAB-ORD-QTDE)
              IF PARMEXT-DECRESCENTE
                 SET ORD-DECRESCENTE(WRK-TAB-ORD-QTDE) TO TRUE
              ELSE
                 SET ORD-CRESCENTE(WRK-TAB-ORD-QTDE) TO TRUE
              END-IF
           END-IF.

       125-CONFERIR-SOM.
           PERFORM 150-LOCALIZAR-CAMPO.
           IF ACHOU
              AND NOT ATU-TIPO-NUMERICO
              MOVE "SOMA SO E PERMITIDA EM CAMPO NUMERICO"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           END-IF.
           IF WRK-TAB-SOM-QTDE = 10
              MOVE "LIMITE DE 10 CAMPOS DE SOMA EXCEDIDO"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           ELSE
              ADD 1 TO WRK-TAB-SOM-QTDE
              MOVE PARMEXT-NOME
                TO TAB-SOM-CAMPO(WRK-TAB-SOM-QTDE)
              MOVE WRK-CAMPO-ATUAL
                TO TAB-SOM-DESCRITOR(WRK-TAB-SOM-QTDE)
           END-IF.

       126-CONFERIR-DIC.
           IF PARMEXT-NOME NOT = SPACES
              SET IDX-DAR TO 1
              SEARCH TAB-DAR-REGISTRO
                  AT END
                      MOVE "ARQUIVO FORA DO DICIONARIO DE LAYOUTS"
                        TO LER-MENSAGEM
                      PERFORM 090-REGISTRAR-ERRO
                  WHEN TAB-DAR-ARQUIVO(IDX-DAR) = PARMEXT-NOME
                      CONTINUE
              END-SEARCH
           END-IF.

      *SEM CARTAO CPO: TODOS OS CAMPOS DO ARQUIVO, NA ORDEM DO
      *DICIONARIO
       127-INCLUIR-CAMPO-ARQUIVO.
           IF TAB-DCP-ARQUIVO(IDX-DCP) = WRK-ARQUIVO
              ADD 1 TO WRK-TAB-CPO-QTDE
              MOVE TAB-DCP-CAMPO(IDX-DCP)
                TO TAB-CPO-CAMPO(WRK-TAB-CPO-QTDE)
              MOVE TAB-DCP-DESCRITOR(IDX-DCP)
                TO TAB-CPO-DESCRITOR(WRK-TAB-CPO-QTDE)
           END-IF.

      *TAMANHO DA LINHA DE SAIDA. NO CSV E O MAIOR POSSIVEL: TEXTO
      *ENTRE ASPAS, NUMERO COM SINAL, 13 DIGITOS E DECIMAIS, E A
      *LINHA DE CABECALHO COM OS NOMES.
       130-APURAR-TAMANHO-SAIDA.
           MOVE ZEROS TO WRK-TAM-MAXIMO.
           MOVE ZEROS TO WRK-TAM-CABECALHO.
           MOVE WRK-LINHA-TRACO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.
           MOVE TAB-DAR-ARQUIVO(WRK-SUB-ARQUIVO)   TO LAR-ARQUIVO.
           MOVE TAB-DAR-DESCRICAO(WRK-SUB-ARQUIVO) TO LAR-DESCRICAO.
           MOVE TAB-DAR-LRECL(WRK-SUB-ARQUIVO)     TO LAR-LRECL.
           MOVE WRK-LINHA-ARQUIVO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.
           MOVE "CAMPOS DE SAIDA" TO WRK-LINHA-TITULO.
           MOVE WRK-LINHA-TITULO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

           PERFORM 131-SOMAR-TAMANHO-CAMPO
             VARYING WRK-SUB-CPO FROM 1 BY 1
               UNTIL WRK-SUB-CPO > WRK-TAB-CPO-QTDE.

           IF FORMATO-CSV
              COMPUTE WRK-TAM-MAXIMO = WRK-TAM-MAXIMO
                                     + WRK-TAB-CPO-QTDE - 1
              COMPUTE WRK-TAM-CABECALHO = WRK-TAM-CABECALHO
                                        + WRK-TAB-CPO-QTDE - 1
              IF WRK-TAM-CABECALHO > WRK-TAM-MAXIMO
                 MOVE WRK-TAM-CABECALHO TO WRK-TAM-MAXIMO
              END-IF
              MOVE "CSV (VIRGULA ENTRE CAMPOS, PONTO DECIMAL)"
                TO LFO-DESCRICAO
           ELSE
              MOVE "FIXO (TODOS OS REGISTROS DO MESMO TAMANHO)"
                TO LFO-DESCRICAO
           END-IF.
           MOVE WRK-TAM-MAXIMO TO LFO-TAMANHO.
           MOVE WRK-LINHA-FORMATO TO FD-EXTREL-REGISTRO.
           PERFORM 068-ESCREVER-EXTREL.

           IF WRK-TAM-MAXIMO > 400
              MOVE "LINHA DE SAIDA ACIMA DE 400 POSICOES"
                TO LER-MENSAGEM
              PERFORM 090-REGISTRAR-ERRO
           END-IF.

       131-SOMAR-TAMANHO-CAMPO.
           MOVE TAB-CPO-DESCRITOR(WRK-SUB-CPO) TO WRK-CAMPO-ATUAL.
           MOVE TAB-CPO-CAMPO(WRK-SUB-CPO) TO LCP-CAMPO.
           PERFORM 065-GRAVAR-LINHA-CAMPO.
           EVALUATE TRUE
               WHEN FORMATO-FIXO
                   ADD ATU-TAMANHO TO WRK-TAM-MAXIMO
               WHEN ATU-ALFANUMERICO
                   COMPUTE WRK-TAM-MAXIMO = WRK-TAM-MAXIMO
                                          + ATU-TAMANHO + 2
               WHEN OTHER
                   COMPUTE WRK-TAM-MAXIMO = WRK-TAM-MAXIMO
                                          + ATU-DECIMAIS + 16
           END-EVALUATE.
           MOVE TAB-CPO-CAMPO(WRK-SUB-CPO) TO WRK-TEXTO.
           MOVE 30 TO WRK-TAM-UTIL.
           PERFORM 310-APARAR-TEXTO.
           ADD WRK-TAM-UTIL TO WRK-TAM-CABECALHO.

      *VALOR NUMERICO DO CARTAO SEL (PARMEXT-VALOR) PARA
      *WRK-CNV-RESULTADO: SINAL OPCIONAL NA FRENTE, PONTO COMO
      *SEPARADOR DE MILHAR E VIRGULA DECIMAL, ATE 5 DECIMAIS.
       140-CONVERTER-VALOR.
           MOVE ZEROS  TO WRK-CNV-INTEIRO.
           MOVE ZEROS  TO WRK-CNV-DECIMAL.
           MOVE ZEROS  TO WRK-CNV-QTD-DIGITOS.
           MOVE ZEROS  TO WRK-CNV-QTD-DECIMAIS.
           MOVE ZEROS  TO WRK-CNV-RESULTADO.
           MOVE SPACES TO WRK-SW-CNV-SINAL.
           SET CONVERSAO-VALIDA    TO TRUE.
           SET CNV-ANTES-DO-NUMERO TO TRUE.
           PERFORM 141-CONVERTER-CARACTER
             VARYING WRK-CNV-POSICAO FROM 1 BY 1
               UNTIL WRK-CNV-POSICAO > 40
                  OR CONVERSAO-INVALIDA.

           IF WRK-CNV-QTD-DIGITOS = ZEROS
              SET CONVERSAO-INVALIDA TO TRUE
           END-IF.

           IF CONVERSAO-VALIDA
              COMPUTE WRK-CNV-RESULTADO = WRK-CNV-INTEIRO
                                        + WRK-CNV-DECIMAL / 100000
              IF CNV-NEGATIVO
                 COMPUTE WRK-CNV-RESULTADO = 0 - WRK-CNV-RESULTADO
              END-IF
           END-IF.

       141-CONVERTER-CARACTER.
           MOVE PARMEXT-VALOR(WRK-CNV-POSICAO:1) TO WRK-CNV-CARACTER.
           EVALUATE TRUE
               WHEN WRK-CNV-CARACTER = SPACE
                   IF CNV-PARTE-INTEIRA OR CNV-PARTE-DECIMAL
                      SET CNV-DEPOIS-DO-NUMERO TO TRUE
                   END-IF
               WHEN CNV-DEPOIS-DO-NUMERO
                   SET CONVERSAO-INVALIDA TO TRUE
               WHEN WRK-CNV-CARACTER = "-" OR "+"
                   IF CNV-ANTES-DO-NUMERO
                      AND WRK-SW-CNV-SINAL = SPACES
                      MOVE WRK-CNV-CARACTER TO WRK-SW-CNV-SINAL
                   ELSE
                      SET CONVERSAO-INVALIDA TO TRUE
                   END-IF
               WHEN WRK-CNV-CARACTER = "."
                   IF NOT CNV-PARTE-INTEIRA
                      SET CONVERSAO-INVALIDA TO TRUE
                   END-IF
               WHEN WRK-CNV-CARACTER = ","
                   IF CNV-PARTE-DECIMAL
                      SET CONVERSAO-INVALIDA TO TRUE
                   ELSE
                      SET CNV-PARTE-DECIMAL TO TRUE
                   END-IF
               WHEN WRK-CNV-CARACTER IS NUMERIC
                   PERFORM 142-ACUMULAR-DIGITO
               WHEN OTHER
                   SET CONVERSAO-INVALIDA TO TRUE
           END-EVALUATE.

       142-ACUMULAR-DIGITO.
           ADD 1 TO WRK-CNV-QTD-DIGITOS.
           IF CNV-PARTE-DECIMAL
              IF WRK-CNV-QTD-DECIMAIS = 5
                 SET CONVERSAO-INVALIDA TO TRUE
              ELSE
                 ADD 1 TO WRK-CNV-QTD-DECIMAIS
                 MOVE WRK-CNV-CARACTER
                   TO WRK-CNV-DECIMAL-X(WRK-CNV-QTD-DECIMAIS:1)
              END-IF
           ELSE
              SET CNV-PARTE-INTEIRA TO TRUE
              IF WRK-CNV-INTEIRO > 999999999999
                 SET CONVERSAO-INVALIDA TO TRUE
              ELSE
                 COMPUTE WRK-CNV-INTEIRO = WRK-CNV-INTEIRO * 10
                                         + WRK-CNV-DIGITO
              END-IF
           END-IF.

      *CAMPO PARMEXT-NOME NO LAYOUT DO ARQUIVO PEDIDO. O DESCRITOR
      *VAI PARA WRK-CAMPO-ATUAL.
       150-LOCALIZAR-CAMPO.
           MOVE ZEROS  TO WRK-CAMPO-ATUAL.
           SET IDX-DCP TO 1.
           SEARCH TAB-DCP-REGISTRO
               AT END
                   SET NAO-ACHOU TO TRUE
                   MOVE "CAMPO FORA DO LAYOUT DO ARQUIVO"
                     TO LER-MENSAGEM
                   PERFORM 090-REGISTRAR-ERRO
               WHEN TAB-DCP-ARQUIVO(IDX-DCP) = WRK-ARQUIVO
                AND TAB-DCP-CAMPO(IDX-DCP) = PARMEXT-NOME
                   SET ACHOU TO TRUE
                   MOVE TAB-DCP-DESCRITOR(IDX-DCP) TO WRK-CAMPO-ATUAL
           END-SEARCH.

       200-LER-EXTIN.
           READ EXTIN.
           IF WRK-FS-EXTIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA EXTIN - FS: " WRK-FS-EXTIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-EXTIN = "00"
              ADD 1 TO WRK-CONT-REG-LIDOS
           END-IF.

      *REGISTRO MENOR QUE O LRECL NAO TEM TODOS OS CAMPOS DO
      *LAYOUT E E IGNORADO.
       210-TRATAR-REGISTRO.
           IF WRK-TAM-REGISTRO < WRK-LRECL-ARQUIVO
              ADD 1 TO WRK-CONT-FORA-LAYOUT
           ELSE
              SET REGISTRO-SELECIONADO TO TRUE
              PERFORM 220-AVALIAR-CONDICAO
                VARYING WRK-SUB-SEL FROM 1 BY 1
                  UNTIL WRK-SUB-SEL > WRK-TAB-SEL-QTDE
                     OR REGISTRO-REJEITADO
              IF REGISTRO-SELECIONADO
                 ADD 1 TO WRK-CONT-SELECIONADOS
                 PERFORM 230-SOMAR-CAMPO
                   VARYING WRK-SUB-SOM FROM 1 BY 1
                     UNTIL WRK-SUB-SOM > WRK-TAB-SOM-QTDE
                 PERFORM 240-MONTAR-LINHA
                 IF WRK-TAB-ORD-QTDE > ZEROS
                    PERFORM 250-GUARDAR-ORDENADO
                 ELSE
                    PERFORM 248-GRAVAR-EXTOUT
                 END-IF
              END-IF
           END-IF.
           PERFORM 200-LER-EXTIN.

       220-AVALIAR-CONDICAO.
           MOVE TAB-SEL-DESCRITOR(WRK-SUB-SEL) TO WRK-CAMPO-ATUAL.
           PERFORM 300-OBTER-VALOR.
           EVALUATE TRUE
               WHEN VALOR-INVALIDO
                   SET REGISTRO-REJEITADO TO TRUE
                   ADD 1 TO WRK-CONT-CONTEUDO-INVALIDO
               WHEN ATU-ALFANUMERICO
                   PERFORM 221-COMPARAR-TEXTO
               WHEN OTHER
                   PERFORM 222-COMPARAR-NUMERO
           END-EVALUATE.

       221-COMPARAR-TEXTO.
           EVALUATE TRUE
               WHEN SEL-IGUAL(WRK-SUB-SEL)
                   IF WRK-VALOR-X NOT = TAB-SEL-VALOR-X(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-DIFERENTE(WRK-SUB-SEL)
                   IF WRK-VALOR-X = TAB-SEL-VALOR-X(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MAIOR(WRK-SUB-SEL)
                   IF WRK-VALOR-X NOT > TAB-SEL-VALOR-X(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MAIOR-IGUAL(WRK-SUB-SEL)
                   IF WRK-VALOR-X < TAB-SEL-VALOR-X(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MENOR(WRK-SUB-SEL)
                   IF WRK-VALOR-X NOT < TAB-SEL-VALOR-X(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MENOR-IGUAL(WRK-SUB-SEL)
                   IF WRK-VALOR-X > TAB-SEL-VALOR-X(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
           END-EVALUATE.

       222-COMPARAR-NUMERO.
           EVALUATE TRUE
               WHEN SEL-IGUAL(WRK-SUB-SEL)
                   IF WRK-VALOR-N NOT = TAB-SEL-VALOR-N(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-DIFERENTE(WRK-SUB-SEL)
                   IF WRK-VALOR-N = TAB-SEL-VALOR-N(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MAIOR(WRK-SUB-SEL)
                   IF WRK-VALOR-N NOT > TAB-SEL-VALOR-N(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MAIOR-IGUAL(WRK-SUB-SEL)
                   IF WRK-VALOR-N < TAB-SEL-VALOR-N(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MENOR(WRK-SUB-SEL)
                   IF WRK-VALOR-N NOT < TAB-SEL-VALOR-N(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
               WHEN SEL-MENOR-IGUAL(WRK-SUB-SEL)
                   IF WRK-VALOR-N > TAB-SEL-VALOR-N(WRK-SUB-SEL)
                      SET REGISTRO-REJEITADO TO TRUE
                   END-IF
           END-EVALUATE.

       230-SOMAR-CAMPO.
           MOVE TAB-SOM-DESCRITOR(WRK-SUB-SOM) TO WRK-CAMPO-ATUAL.
           PERFORM 300-OBTER-VALOR.
           IF VALOR-VALIDO
              ADD WRK-VALOR-N TO TAB-SOM-TOTAL(WRK-SUB-SOM)
           ELSE
              ADD 1 TO TAB-SOM-INVALIDOS(WRK-SUB-SOM)
           END-IF.

      *LINHA DE SAIDA EM WRK-LINHA-SAIDA, TAMANHO EM WRK-TAM-LINHA
       240-MONTAR-LINHA.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           MOVE 1 TO WRK-PTR-SAIDA.
           PERFORM 241-MONTAR-CAMPO
             VARYING WRK-SUB-CPO FROM 1 BY 1
               UNTIL WRK-SUB-CPO > WRK-TAB-CPO-QTDE.
           COMPUTE WRK-TAM-LINHA = WRK-PTR-SAIDA - 1.

       241-MONTAR-CAMPO.
           MOVE TAB-CPO-DESCRITOR(WRK-SUB-CPO) TO WRK-CAMPO-ATUAL.
           IF FORMATO-FIXO
              STRING FD-EXTIN-REGISTRO(ATU-POSICAO:ATU-TAMANHO)
                     DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
           ELSE
              IF WRK-SUB-CPO > 1
                 STRING "," DELIMITED BY SIZE
                   INTO WRK-LINHA-SAIDA
                   WITH POINTER WRK-PTR-SAIDA
              END-IF
              PERFORM 300-OBTER-VALOR
              IF ATU-ALFANUMERICO
                 OR VALOR-INVALIDO
                 PERFORM 242-MONTAR-TEXTO-CSV
              ELSE
                 PERFORM 243-MONTAR-NUMERO-CSV
              END-IF
           END-IF.

       242-MONTAR-TEXTO-CSV.
           MOVE WRK-VALOR-X TO WRK-TEXTO.
           MOVE ATU-TAMANHO TO WRK-TAM-UTIL.
           PERFORM 310-APARAR-TEXTO.
           MOVE ZEROS TO WRK-QTD-VIRGULAS.
           INSPECT WRK-TEXTO TALLYING WRK-QTD-VIRGULAS FOR ALL ",".
           IF WRK-QTD-VIRGULAS > ZEROS
              STRING WRK-ASPAS DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
           END-IF.
           IF WRK-TAM-UTIL > ZEROS
              STRING WRK-TEXTO(1:WRK-TAM-UTIL) DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
           END-IF.
           IF WRK-QTD-VIRGULAS > ZEROS
              STRING WRK-ASPAS DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
           END-IF.

       243-MONTAR-NUMERO-CSV.
           IF WRK-VALOR-N < ZEROS
              STRING "-" DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
              COMPUTE WRK-VALOR-ABSOLUTO = 0 - WRK-VALOR-N
           ELSE
              MOVE WRK-VALOR-N TO WRK-VALOR-ABSOLUTO
           END-IF.
           MOVE WRK-VALOR-ABSOLUTO TO WRK-VALOR-INTEIRO.
           COMPUTE WRK-VALOR-FRACAO = (WRK-VALOR-ABSOLUTO
                                    - WRK-VALOR-INTEIRO) * 100000.
           MOVE WRK-VALOR-INTEIRO TO WRK-EDITA-INTEIRO.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-EDITA-INTEIRO
             TALLYING WRK-QTD-BRANCOS FOR LEADING SPACES.
           STRING WRK-EDITA-INTEIRO(WRK-QTD-BRANCOS + 1:
                                    13 - WRK-QTD-BRANCOS)
                  DELIMITED BY SIZE
             INTO WRK-LINHA-SAIDA
             WITH POINTER WRK-PTR-SAIDA.
           IF ATU-DECIMAIS > ZEROS
              STRING "." WRK-VALOR-FRACAO-X(1:ATU-DECIMAIS)
                     DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
           END-IF.

      *PRIMEIRA LINHA DO CSV: OS NOMES DOS CAMPOS DE SAIDA
       245-MONTAR-CABECALHO-CSV.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           MOVE 1 TO WRK-PTR-SAIDA.
           PERFORM 246-MONTAR-NOME-CAMPO
             VARYING WRK-SUB-CPO FROM 1 BY 1
               UNTIL WRK-SUB-CPO > WRK-TAB-CPO-QTDE.
           COMPUTE WRK-TAM-LINHA = WRK-PTR-SAIDA - 1.

       246-MONTAR-NOME-CAMPO.
           IF WRK-SUB-CPO > 1
              STRING "," DELIMITED BY SIZE
                INTO WRK-LINHA-SAIDA
                WITH POINTER WRK-PTR-SAIDA
           END-IF.
           MOVE TAB-CPO-CAMPO(WRK-SUB-CPO) TO WRK-TEXTO.
           MOVE 30 TO WRK-TAM-UTIL.
           PERFORM 310-APARAR-TEXTO.
           STRING WRK-TEXTO(1:WRK-TAM-UTIL) DELIMITED BY SIZE
             INTO WRK-LINHA-SAIDA
             WITH POINTER WRK-PTR-SAIDA.

       248-GRAVAR-EXTOUT.
           MOVE WRK-TAM-LINHA TO WRK-TAM-SAIDA.
           IF WRK-TAM-SAIDA = ZEROS
              MOVE 1 TO WRK-TAM-SAIDA
           END-IF.
           WRITE FD-EXTOUT-REGISTRO FROM WRK-LINHA-SAIDA.
           IF WRK-FS-EXTOUT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO EXTOUT - FS: " WRK-FS-EXTOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-EXTOUT.

      *GUARDA A LINHA COM AS CHAVES DE ORDENACAO E INCLUI O
      *REGISTRO NA TABELA DE INDICES, NA POSICAO DA ORDEM (BUSCA
      *BINARIA DO PRIMEIRO REGISTRO QUE FICA DEPOIS DO NOVO).
       250-GUARDAR-ORDENADO.
           IF WRK-TAB-EXT-QTDE = 3000
              DISPLAY "TABELA DE ORDENACAO EXCEDIDA - 3000 REGISTROS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-EXT-QTDE.
           MOVE WRK-LINHA-SAIDA TO TAB-EXT-LINHA(WRK-TAB-EXT-QTDE).
           MOVE WRK-TAM-LINHA TO TAB-EXT-TAMANHO(WRK-TAB-EXT-QTDE).
           PERFORM 251-MONTAR-CHAVE
             VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-TAB-ORD-QTDE.

           MOVE 1 TO WRK-BUSCA-INICIO.
           MOVE WRK-TAB-EXT-QTDE TO WRK-BUSCA-FIM.
           PERFORM 252-BUSCAR-POSICAO
             UNTIL WRK-BUSCA-INICIO NOT < WRK-BUSCA-FIM.

           PERFORM 255-DESLOCAR-INDICE
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-EXT-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-BUSCA-INICIO.
           MOVE WRK-TAB-EXT-QTDE TO TAB-IND-EXT(WRK-BUSCA-INICIO).

      *CHAVE NUMERICA DESLOCADA DE 10 ** 13 PARA QUE A COMPARACAO
      *COMO TEXTO SIGA A ORDEM DOS VALORES, NEGATIVOS INCLUSIVE.
      *CONTEUDO INVALIDO FICA NA FRENTE.
       251-MONTAR-CHAVE.
           MOVE TAB-ORD-DESCRITOR(WRK-SUB-ORD) TO WRK-CAMPO-ATUAL.
           PERFORM 300-OBTER-VALOR.
           EVALUATE TRUE
               WHEN ATU-ALFANUMERICO
                   MOVE WRK-VALOR-X
                     TO TAB-EXT-CHAVE(WRK-TAB-EXT-QTDE, WRK-SUB-ORD)
               WHEN VALOR-INVALIDO
                   MOVE LOW-VALUES
                     TO TAB-EXT-CHAVE(WRK-TAB-EXT-QTDE, WRK-SUB-ORD)
               WHEN OTHER
                   COMPUTE WRK-CHAVE-NUMERICA = WRK-VALOR-N
                                              + 10000000000000
                   MOVE WRK-CHAVE-NUMERICA-X
                     TO TAB-EXT-CHAVE(WRK-TAB-EXT-QTDE, WRK-SUB-ORD)
           END-EVALUATE.

       252-BUSCAR-POSICAO.
           COMPUTE WRK-BUSCA-MEIO = (WRK-BUSCA-INICIO
                                  + WRK-BUSCA-FIM) / 2.
           MOVE TAB-IND-EXT(WRK-BUSCA-MEIO) TO WRK-SUB-COMPARA.
           SET CHAVES-IGUAIS TO TRUE.
           PERFORM 253-COMPARAR-CHAVE
             VARYING WRK-SUB-ORD FROM 1 BY 1
               UNTIL WRK-SUB-ORD > WRK-TAB-ORD-QTDE
                  OR NOT CHAVES-IGUAIS.
           IF ENTRADA-DEPOIS
              MOVE WRK-BUSCA-MEIO TO WRK-BUSCA-FIM
           ELSE
              COMPUTE WRK-BUSCA-INICIO = WRK-BUSCA-MEIO + 1
           END-IF.

      *ENTRADA-DEPOIS: O REGISTRO JA GUARDADO VEM DEPOIS DO NOVO
       253-COMPARAR-CHAVE.
           IF TAB-EXT-CHAVE(WRK-SUB-COMPARA, WRK-SUB-ORD) >
              TAB-EXT-CHAVE(WRK-TAB-EXT-QTDE, WRK-SUB-ORD)
              IF ORD-CRESCENTE(WRK-SUB-ORD)
                 SET ENTRADA-DEPOIS TO TRUE
              ELSE
                 SET ENTRADA-ANTES TO TRUE
              END-IF
           END-IF.
           IF TAB-EXT-CHAVE(WRK-SUB-COMPARA, WRK-SUB-ORD) <
              TAB-EXT-CHAVE(WRK-TAB-EXT-QTDE, WRK-SUB-ORD)
              IF ORD-CRESCENTE(WRK-SUB-ORD)
                 SET ENTRADA-ANTES TO TRUE
              ELSE
                 SET ENTRADA-DEPOIS TO TRUE
              END-IF
           END-IF.

       255-DESLOCAR-INDICE.
           MOVE TAB-IND-EXT(WRK-SUB-DESLOCA - 1)
             TO TAB-IND-EXT(WRK-SUB-DESLOCA).

       260-DESCARREGAR-ORDENADOS.
           MOVE TAB-IND-EXT(WRK-SUB-DESCARGA) TO WRK-SUB-ENTRADA.
           MOVE TAB-EXT-LINHA(WRK-SUB-ENTRADA)   TO WRK-LINHA-SAIDA.
           MOVE TAB-EXT-TAMANHO(WRK-SUB-ENTRADA) TO WRK-TAM-LINHA.
           PERFORM 248-GRAVAR-EXTOUT.

      *VALOR DO CAMPO DESCRITO EM WRK-CAMPO-ATUAL NO REGISTRO LIDO:
      *O TEXTO EM WRK-VALOR-X E, SE NUMERICO, O VALOR EM
      *WRK-VALOR-N. CONTEUDO NAO NUMERICO DEIXA VALOR-INVALIDO.
       300-OBTER-VALOR.
           SET VALOR-VALIDO TO TRUE.
           MOVE ZEROS TO WRK-VALOR-N.
           MOVE FD-EXTIN-REGISTRO(ATU-POSICAO:ATU-TAMANHO)
             TO WRK-VALOR-X.
           EVALUATE TRUE
               WHEN ATU-NUMERICO
                   MOVE ZEROS TO WRK-DIGITOS
                   MOVE WRK-VALOR-X(1:ATU-TAMANHO)
                     TO WRK-DIGITOS-X(19 - ATU-TAMANHO:ATU-TAMANHO)
                   IF WRK-DIGITOS IS NUMERIC
                      COMPUTE WRK-VALOR-N = WRK-DIGITOS
                                          / 10 ** ATU-DECIMAIS
                   ELSE
                      SET VALOR-INVALIDO TO TRUE
                   END-IF
               WHEN ATU-SINALIZADO
                   MOVE ZEROS TO WRK-DIGITOS-S
                   MOVE WRK-VALOR-X(1:ATU-TAMANHO)
                     TO WRK-DIGITOS-S-X(19 - ATU-TAMANHO:ATU-TAMANHO)
                   IF WRK-DIGITOS-S IS NUMERIC
                      COMPUTE WRK-VALOR-N = WRK-DIGITOS-S
                                          / 10 ** ATU-DECIMAIS
                   ELSE
                      SET VALOR-INVALIDO TO TRUE
                   END-IF
               WHEN ATU-EDITADO
                   PERFORM 301-OBTER-VALOR-EDITADO
           END-EVALUATE.

      *VALOR EDITADO ZZZ.ZZZ.Z99,99: SO DIGITOS, PONTOS, VIRGULA E
      *BRANCOS, COM PELO MENOS UM DIGITO
       301-OBTER-VALOR-EDITADO.
           MOVE WRK-VALOR-X(1:14) TO WRK-EDITADO-TESTE.
           IF WRK-EDITADO-TESTE = SPACES
              SET VALOR-INVALIDO TO TRUE
           ELSE
              INSPECT WRK-EDITADO-TESTE
                CONVERTING ".," TO "00"
              INSPECT WRK-EDITADO-TESTE
                REPLACING ALL SPACES BY ZEROS
              IF WRK-EDITADO-TESTE IS NUMERIC
                 MOVE WRK-VALOR-X(1:14) TO WRK-EDITADO-X
                 MOVE WRK-EDITADO TO WRK-VALOR-N
              ELSE
                 SET VALOR-INVALIDO TO TRUE
              END-IF
           END-IF.

      *TAMANHO DE WRK-TEXTO SEM OS BRANCOS A DIREITA, A PARTIR DO
      *TAMANHO INFORMADO EM WRK-TAM-UTIL
       310-APARAR-TEXTO.
           SET APARA-CONTINUA TO TRUE.
           PERFORM 311-RECUAR-BRANCO
             UNTIL WRK-TAM-UTIL = ZEROS
                OR APARA-CONCLUIDA.

       311-RECUAR-BRANCO.
           IF WRK-TEXTO(WRK-TAM-UTIL:1) = SPACE
              SUBTRACT 1 FROM WRK-TAM-UTIL
           ELSE
              SET APARA-CONCLUIDA TO TRUE
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX40".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

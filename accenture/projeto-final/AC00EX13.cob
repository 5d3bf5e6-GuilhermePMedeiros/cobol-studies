                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *CADASTRO DA GARANTIA ESTENDIDA - O MESMO DO AC00EX10, PARA A
      *GARANTIA DEVOLVIDA SER CREDITADA PELO PERCENTUAL SOBRE O
      *PRECO DO APARELHO (OPCIONAL)
       SELECT PRODGAR   ASSIGN   TO PRODGAR
                      FILE STATUS    IS WRK-FS-PRODGAR.

      *CADASTRO DE VENDEDORES - O ESTORNO DE COMISSAO USA O
      *PERCENTUAL PROPRIO DO VENDEDOR, COMO NO ACUMULO
       SELECT DEVBAIXA ASSIGN    TO DEVBAIXA
                      FILE STATUS    IS WRK-FS-DEVBAIXA.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
       SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  PRODUTO
           RECORDING MODE IS F
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  PRODGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODGAR-REGISTRO     PIC X(014).

       FD  VENDEDOR
           RECORDING MODE IS F

       01  FD-DEVBAIXA-REGISTRO    PIC X(020).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-COMPROD        PIC X(002) VALUE SPACES.
           05 WRK-FS-CLIENTE        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDEDOR       PIC X(002) VALUE SPACES.
           05 WRK-FS-NOTACRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-RELTOTAJ       PIC X(002) VALUE SPACES.
           05 WRK-FS-DEVERR         PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTOQUE        PIC X(002) VALUE SPACES.
           05 WRK-FS-DEVBAIXA       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE DEVOLUCAO
       01  WRK-DEVOLUCAO-REGISTRO.
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE PRODUTO
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-NOME          PIC  X(010).
           05 PRODUTO-VALOR         PIC  9(009)V99.

      *LAYOUT DE VENDEDOR - CADASTRO COM PERCENTUAL PROPRIO
       01  WRK-VENDEDOR-REGISTRO.
           05 VENDEDOR-COD-VENDEDOR   PIC  9(003).
           05 VENDEDOR-PERCENTUAL     PIC  9(003)V99.
           05 VENDEDOR-ATIVO          PIC  X(001).

      *TABELA DO CADASTRO DE VENDEDORES
       01  WRK-TAB-VENDEDOR-QTDE    PIC 9(004) VALUE ZEROS.

           05 TAB-LINHA-COD-PRODUTO   PIC 9(005).
           05 TAB-LINHA-QTD-VENDIDA   PIC 9(005).
           05 TAB-LINHA-QTD-DEVOLVIDA PIC 9(005).
           05 TAB-LINHA-COD-ITEM      PIC 9(005).

      *PRODUTO DA LINHA ANTERIOR DO COMPROD NA CARGA DA TABELA - E O
      *APARELHO COBERTO QUANDO A LINHA SEGUINTE E DE GARANTIA
       01  WRK-LINHA-COD-ANTERIOR   PIC 9(005) VALUE ZEROS.

      *LAYOUT DE PRODGAR - MESMO DO AC00EX10 (TIPO G = GARANTIA
      *ESTENDIDA, COM O PERCENTUAL SOBRE O PRECO DO APARELHO; TIPO
      *A = APARELHO ELEGIVEL)
       01  WRK-PRODGAR-REGISTRO.
           05 PRODGAR-COD-PRODUTO     PIC  9(005).
           05 PRODGAR-TIPO            PIC  X(001).
           05 PRODGAR-PERCENTUAL      PIC  9(003)V99.
           05 PRODGAR-MESES           PIC  9(003).

      *PRODUTOS DE GARANTIA ESTENDIDA EM MEMORIA
       01  WRK-TAB-GAR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-GAR-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-GAR-QTDE
               INDEXED BY IDX-GAR.
           05 TAB-GAR-COD-PRODUTO   PIC 9(005).
           05 TAB-GAR-PERCENTUAL    PIC 9(003)V99.

      *INDICA SE A LINHA DEVOLVIDA E DE GARANTIA ESTENDIDA
       01  WRK-SW-DEV-GARANTIA      PIC 9(001) VALUE ZEROS.
           88 DEV-E-GARANTIA           VALUE 1.

      *PRODUTO DA GARANTIA GUARDADO NA BUSCA DO PRECO DO APARELHO
       01  WRK-GAR-PRODUTO-SALVO    PIC X(026) VALUE SPACES.
       01  WRK-GAR-VALOR-UNIT       PIC 9(009)V99 VALUE ZEROS.

      *COMPRA CUJAS LINHAS ESTAO NA TABELA (99999 = NENHUMA)
       01  WRK-COMPRA-CARREGADA     PIC 9(005) VALUE 99999.
           05 DEVBAIXA-QUANTIDADE   PIC 9(003).
           05 DEVBAIXA-VALOR        PIC 9(009)V99.

      *LAYOUT DE JRNMEST - MESMO DO AC00EX10
       01  WRK-JRNMEST-REGISTRO.
           05 JRNMEST-RUN-ID.
              07 JRNMEST-RUN-DATA     PIC 9(008).
              07 JRNMEST-RUN-PASSO    PIC X(008).
              07 JRNMEST-RUN-HORA     PIC 9(006).
           05 JRNMEST-DATA            PIC 9(008).
           05 JRNMEST-HORA            PIC 9(008).
           05 JRNMEST-SEQUENCIA       PIC 9(009).
           05 JRNMEST-ARQUIVO         PIC X(008).
           05 JRNMEST-OPERACAO        PIC X(001).
               88 JRNMEST-INCLUSAO       VALUE "I".
               88 JRNMEST-ALTERACAO      VALUE "A".
               88 JRNMEST-EXCLUSAO       VALUE "E".
               88 JRNMEST-CONTROLE       VALUE "C".
           05 JRNMEST-CHAVE           PIC 9(010).
           05 JRNMEST-IMAGENS.
              07 JRNMEST-IMAGEM-ANTES  PIC X(100).
              07 JRNMEST-IMAGEM-DEPOIS PIC X(100).
           05 JRNMEST-FIGURAS-CONTROLE REDEFINES JRNMEST-IMAGENS.
              07 JRNMEST-CTL-INCLUSOES  PIC 9(009).
              07 JRNMEST-CTL-ALTERACOES PIC 9(009).
              07 JRNMEST-CTL-EXCLUSOES  PIC 9(009).
              07 JRNMEST-CTL-SOMA-CHAVES-INC PIC 9(015).
              07 JRNMEST-CTL-SOMA-CHAVES-EXC PIC 9(015).
              07 FILLER                 PIC X(143).

      *FIGURAS DE CONTROLE DO RUN, GRAVADAS NO JRNMEST NO FIM
       01  WRK-JRN-CONTROLE.
           05 WRK-JRN-SEQUENCIA       PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-INCLUSOES       PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-ALTERACOES      PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-EXCLUSOES       PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-SOMA-CHAVES-INC PIC 9(015) VALUE ZEROS.
           05 WRK-JRN-SOMA-CHAVES-EXC PIC 9(015) VALUE ZEROS.

      *DATA E HORA DE INICIO DO RUN, QUE IDENTIFICAM O RUN NO
      *JRNMEST
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-DEVOLUCAO    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-BAIXADAS           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-ESTOQUE        PIC 9(05) VALUE ZEROS.

      *TABELA DE AJUSTES ACUMULADOS POR CLIENTE, GRAVADA EM
      *CLITOTAJ NA FINALIZACAO
       01  WRK-TAB-CLITOTAJ-QTDE   PIC 9(004) VALUE ZEROS.
           05 TAB-CLITOTAJ-VALOR-BRUTO  PIC S9(009)V99.
           05 TAB-CLITOTAJ-VALOR-LIQ    PIC S9(009)V99.

      *AREA DE CHAMADA DA SUBROTINA CALCPRECO - MESMO LAYOUT DA
      *LINKAGE DA SUBROTINA
       01  PRC-AREA-CHAMADA.
      *    ENTRADA
           05 PRC-COD-PRODUTO         PIC 9(005).
           05 PRC-VALOR-CADASTRO      PIC 9(009)V99.
           05 PRC-QUANTIDADE          PIC 9(003).
           05 PRC-DATA                PIC 9(008).
           05 PRC-COD-LOJA            PIC 9(003).
           05 PRC-TIPO-PAGTO          PIC X(008).
           05 PRC-SW-PRECO            PIC X(001).
              88 PRC-PRECO-VIGENTE       VALUE "V".
              88 PRC-PRECO-INFORMADO     VALUE "I".
           05 PRC-SW-DESCONTO         PIC X(001).
              88 PRC-DESCONTO-PARMDESC   VALUE "P".
              88 PRC-DESCONTO-INFORMADO  VALUE "I".
           05 PRC-PCT-DESCONTO-INF    PIC 9(003)V99.
           05 PRC-SW-PROMO            PIC X(001).
              88 PRC-COM-PROMO           VALUE "S".
              88 PRC-SEM-PROMO           VALUE "N".
      *    SAIDA
           05 PRC-VALOR-UNITARIO      PIC 9(009)V99.
           05 PRC-VALOR-BRUTO         PIC 9(009)V99.
           05 PRC-PCT-DESCONTO        PIC 9(003)V99.
           05 PRC-VALOR-DESCONTO      PIC 9(009)V99.
           05 PRC-VALOR-PROMOCAO      PIC 9(009)V99.
           05 PRC-VALOR-LIQUIDO       PIC 9(009)V99.
           05 PRC-ALIQUOTA            PIC 9(003)V99.
           05 PRC-VALOR-IMPOSTO       PIC 9(009)V99.
           05 PRC-ORIGEM-PRECO        PIC X(001).
              88 PRC-ORIGEM-CADASTRO     VALUE "C".
              88 PRC-ORIGEM-HISTORICO    VALUE "H".
              88 PRC-ORIGEM-ZONA         VALUE "Z".
              88 PRC-ORIGEM-INFORMADO    VALUE "I".
           05 PRC-SW-PESAVEL          PIC X(001).
              88 PRC-PESAVEL             VALUE "S".
              88 PRC-UNIDADE-INTEIRA     VALUE "N".
           05 PRC-QTD-PROMO           PIC 9(001).
           05 PRC-PROMO-APLICADA OCCURS 5 TIMES
                                      INDEXED BY IDX-PRC-PROMO.
              10 PRC-PROMO-SEQ        PIC 9(004).
              10 PRC-PROMO-PCT        PIC 9(003)V99.
              10 PRC-PROMO-LIQ-APOS   PIC 9(009)V99.
           05 PRC-RETORNO             PIC 9(002).
              88 PRC-RETORNO-OK          VALUE ZEROS.

       01  WRK-AUXILIARES.
           03 AUX-RESULT-VALOR-BRUTO    PIC  9(009)V99.
           03 AUX-RESULT-VALOR-LIQUIDO  PIC  9(009)V99.
           03 AUX-TOTAL-VALOR-BRUTO     PIC  9(009)V99.
           03 AUX-TOTAL-VALOR-LIQUIDO   PIC  9(009)V99.
           03 AUX-VALOR-COMISSAO        PIC  9(009)V99.

      *PERCENTUAL PADRAO DE COMISSAO - USADO NO ESTORNO SOMENTE

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX13 INICIADO - DEVOLUCOES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 011-INICIALIZAR-VARIAVEIS.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 040-LER-ARQUIVOS.
           PERFORM 019-CARREGAR-TABELA-VENDEDOR.
           PERFORM 019A-CARREGAR-TABELA-PRODGAR.

       011-INICIALIZAR-VARIAVEIS.
           INITIALIZE WRK-CONTADORES.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   NOTACRED.
           IF WRK-FS-NOTACRED NOT = ZEROS
              DISPLAY "ERRO ABERTURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN EXTEND   JRNMEST.
           IF WRK-FS-JRNMEST = "35"
              OPEN OUTPUT  JRNMEST
           END-IF.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O CADASTRO DE VENDEDORES - OBRIGATORIO, COMO NO
      *MATCH-MERGE DE DEVOLUCAO CONTRA COMPRA PELO CODIGO DA COMPRA.
      *A CADA TROCA DE COMPRA COM DEVOLUCAO PROCESSADA, GRAVA O
      *AJUSTE ACUMULADO DA COMPRA EM RELTOTAJ.
      *CARREGA OS PRODUTOS DE GARANTIA ESTENDIDA (SO O TIPO G
      *INTERESSA NO CREDITO). SEM O ARQUIVO, NENHUMA DEVOLUCAO E
      *TRATADA COMO GARANTIA.
       019A-CARREGAR-TABELA-PRODGAR.
           OPEN INPUT   PRODGAR.
           IF WRK-FS-PRODGAR = "35"
              MOVE ZEROS TO WRK-TAB-GAR-QTDE
           ELSE
              IF WRK-FS-PRODGAR NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODGAR - FS: "
                         WRK-FS-PRODGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 019B-LER-PRODGAR
              PERFORM 019C-MOVER-DADOS-TAB-GAR
                UNTIL WRK-FS-PRODGAR = "10"

              CLOSE PRODGAR
              IF WRK-FS-PRODGAR NOT = "00"
                 DISPLAY "ERRO CLOSE PRODGAR - FS: "
                         WRK-FS-PRODGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       019B-LER-PRODGAR.
           READ PRODGAR    INTO WRK-PRODGAR-REGISTRO.
           IF WRK-FS-PRODGAR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODGAR - FS: " WRK-FS-PRODGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       019C-MOVER-DADOS-TAB-GAR.
           IF PRODGAR-TIPO = "G"
              ADD 1 TO WRK-TAB-GAR-QTDE
              MOVE PRODGAR-COD-PRODUTO
              TO TAB-GAR-COD-PRODUTO(WRK-TAB-GAR-QTDE)
              MOVE PRODGAR-PERCENTUAL
              TO TAB-GAR-PERCENTUAL(WRK-TAB-GAR-QTDE)
           END-IF.
           PERFORM 019B-LER-PRODGAR.

       020-PROCESSAR.
           IF DEV-COD-COMPRA = COMPRA-COD-COMPRA
               PERFORM 071-PROCESSAR-DEVOLUCAO
           END-IF.

      *PRECIFICA A LINHA DEVOLVIDA EXATAMENTE COMO A VENDA FOI
      *APURADA, PELA MESMA SUBROTINA CALCPRECO: PRECO VIGENTE EM
      *COMPRA-DATA (PRODHIST E ZONA DA LOJA), PRODUTO PESAVEL,
      *DESCONTO DO TIPO DE PAGAMENTO E PROMOCAO VIGENTE NA DATA;
      *GRAVA A NOTA DE CREDITO E ACUMULA OS AJUSTES.
       071-PROCESSAR-DEVOLUCAO.
           IF NOT DEV-DISPOSICAO-VALIDA
               PERFORM 036-MOVER-DADOS-DEVERR
       073-CARREGAR-LINHAS-COMPRA.
           IF WRK-COMPRA-CARREGADA NOT = COMPRA-COD-COMPRA
              MOVE ZEROS TO WRK-TAB-LINHA-QTDE
                            WRK-LINHA-COD-ANTERIOR
              PERFORM 044-LER-COMPROD
                UNTIL WRK-FS-COMPROD = "10"
                   OR COMPROD-COD-COMPRA NOT < COMPRA-COD-COMPRA
                   TO TAB-LINHA-QTD-VENDIDA(WRK-TAB-LINHA-QTDE)
                   MOVE ZEROS
                   TO TAB-LINHA-QTD-DEVOLVIDA(WRK-TAB-LINHA-QTDE)
                   MOVE WRK-LINHA-COD-ANTERIOR
                   TO TAB-LINHA-COD-ITEM(WRK-TAB-LINHA-QTDE)
               WHEN TAB-LINHA-COD-PRODUTO(IDX-LINHA) =
                    COMPROD-COD-PRODUTO
                   ADD COMPROD-QUANTIDADE
                   TO TAB-LINHA-QTD-VENDIDA(IDX-LINHA)
           END-SEARCH.
           MOVE COMPROD-COD-PRODUTO TO WRK-LINHA-COD-ANTERIOR.
           PERFORM 044-LER-COMPROD.

      *A DEVOLUCAO SO E VALIDA SE O PRODUTO CONSTA DAS LINHAS DA

      *PRECIFICA E CREDITA A DEVOLUCAO JA VALIDADA.
       078-CREDITAR-DEVOLUCAO.
           SET PRC-PRECO-VIGENTE TO TRUE.
           PERFORM 078A-PRECIFICAR-GARANTIA.

           PERFORM 085-PRECIFICAR-LINHA.
           MOVE PRC-VALOR-UNITARIO TO PRODUTO-VALOR.
           MOVE PRC-VALOR-BRUTO    TO AUX-RESULT-VALOR-BRUTO.
           MOVE PRC-VALOR-LIQUIDO  TO AUX-RESULT-VALOR-LIQUIDO.

           ADD AUX-RESULT-VALOR-BRUTO   TO AUX-TOTAL-VALOR-BRUTO.
           ADD AUX-RESULT-VALOR-LIQUIDO TO AUX-TOTAL-VALOR-LIQUIDO.
           PERFORM 034-ACUMULAR-AJUSTE-CLIENTE.
           PERFORM 035-MOVER-DADOS-COMISAJ.
           PERFORM 046-GRAVAR-COMISAJ.
      *    GARANTIA ESTENDIDA E SERVICO - NAO HA MERCADORIA
           IF NOT DEV-E-GARANTIA
              PERFORM 088-DESTINAR-MERCADORIA
           END-IF.

      *A GARANTIA ESTENDIDA DEVOLVIDA VALE, COMO NA VENDA, O
      *PERCENTUAL DO PRODGAR SOBRE O PRECO UNITARIO VIGENTE EM
      *COMPRA-DATA DO APARELHO COBERTO (A LINHA ANTERIOR A DELA NA
      *COMPRA). O REGISTRO DA GARANTIA E RESTAURADO PARA A NOTA DE
      *CREDITO SAIR COM O NOME DELA, E A LINHA E PRECIFICADA COM O
      *PRECO DA GARANTIA INFORMADO A CALCPRECO.
       078A-PRECIFICAR-GARANTIA.
           MOVE ZEROS TO WRK-SW-DEV-GARANTIA.
           SET IDX-GAR TO 1.
           SEARCH TAB-GAR-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-GAR-COD-PRODUTO(IDX-GAR) = DEV-COD-PRODUTO
                   SET DEV-E-GARANTIA TO TRUE
           END-SEARCH.

           IF DEV-E-GARANTIA
              AND TAB-LINHA-COD-ITEM(IDX-LINHA) > ZEROS
              MOVE WRK-PRODUTO-REGISTRO TO WRK-GAR-PRODUTO-SALVO
              MOVE TAB-LINHA-COD-ITEM(IDX-LINHA)
                TO FD-PRODUTO-COD-PRODUTO
              READ PRODUTO INTO WRK-PRODUTO-REGISTRO
                  INVALID KEY
                      MOVE TAB-LINHA-COD-ITEM(IDX-LINHA)
                        TO PRODUTO-COD-PRODUTO
                      MOVE ZEROS TO PRODUTO-VALOR
              END-READ
              PERFORM 085-PRECIFICAR-LINHA
              COMPUTE WRK-GAR-VALOR-UNIT ROUNDED =
                      PRC-VALOR-UNITARIO * TAB-GAR-PERCENTUAL(IDX-GAR)
                      / 100
              MOVE WRK-GAR-PRODUTO-SALVO TO WRK-PRODUTO-REGISTRO
              MOVE WRK-GAR-VALOR-UNIT TO PRODUTO-VALOR
              SET PRC-PRECO-INFORMADO TO TRUE
           END-IF.

      *DA O DESTINO FISICO A MERCADORIA DEVOLVIDA: A REVENDIVEL
      *VOLTA AO SALDO DO MESTRE DE ESTOQUE; A AVARIADA E A VENCIDA
                  INVALID KEY
                      ADD 1 TO WRK-CONT-SEM-ESTOQUE
                  NOT INVALID KEY
                      MOVE WRK-ESTOQUE-REGISTRO
                        TO JRNMEST-IMAGEM-ANTES
                      ADD DEV-QUANTIDADE TO ESTOQUE-SALDO
                      REWRITE FD-ESTOQUE-REGISTRO
                          FROM WRK-ESTOQUE-REGISTRO
                                 WRK-FS-ESTOQUE
                         PERFORM 999-ROTINA-ABEND
                      END-IF
                      SET JRNMEST-ALTERACAO TO TRUE
                      MOVE WRK-ESTOQUE-REGISTRO
                        TO JRNMEST-IMAGEM-DEPOIS
                      PERFORM 090-GRAVAR-JRNMEST
                      ADD 1 TO WRK-CONT-RESTOCADAS
              END-READ
           ELSE
                ADD 1 TO WRK-CONT-LIDOS-DEVOLUCAO
           END-IF.

       045-GRAVAR-NOTACRED.
           WRITE FD-NOTACRED-REGISTRO FROM WRK-NOTACRED-REGISTRO.
           IF WRK-FS-NOTACRED NOT = ZEROS
           PERFORM 072-SALVAR-RELTOTAJ.
           PERFORM 055-GRAVAR-CLITOTAJ-TODOS.
           PERFORM 056-GERAR-RELPAGAJ.
           PERFORM 091-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NOTACRED.
           IF WRK-FS-NOTACRED NOT = "00"
              DISPLAY "ERRO CLOSE NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LEITURA ALEATORIA DO PRODUTO DEVOLVIDO NO KSDS. PRODUTO NAO
      *ENCONTRADO E SINALIZADO COM O CODIGO 99999, COMO NO AC00EX10.
       080-BUSCAR-PRODUTO.
                   MOVE 99999 TO PRODUTO-COD-PRODUTO
           END-READ.

      *PRECIFICA PELA CALCPRECO O PRODUTO CORRENTE NA QUANTIDADE
      *DEVOLVIDA, COM A DATA, A LOJA E O TIPO DE PAGAMENTO DA
      *COMPRA. PRC-SW-PRECO DIZ SE O PRECO E O VIGENTE OU O
      *INFORMADO (GARANTIA ESTENDIDA).
       085-PRECIFICAR-LINHA.
           MOVE PRODUTO-COD-PRODUTO  TO PRC-COD-PRODUTO.
           MOVE PRODUTO-VALOR        TO PRC-VALOR-CADASTRO.
           MOVE DEV-QUANTIDADE       TO PRC-QUANTIDADE.
           MOVE COMPRA-DATA          TO PRC-DATA.
           MOVE COMPRA-COD-LOJA      TO PRC-COD-LOJA.
           MOVE COMPRA-TIPO-PAGTO    TO PRC-TIPO-PAGTO.
           SET PRC-DESCONTO-PARMDESC TO TRUE.
           SET PRC-COM-PROMO         TO TRUE.

           CALL 'CALCPRECO' USING PRC-AREA-CHAMADA.
           IF NOT PRC-RETORNO-OK
              DISPLAY "ERRO NA SUBROTINA CALCPRECO - RETORNO: "
                      PRC-RETORNO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PERCENTUAL DE COMISSAO DO VENDEDOR DA COMPRA - O DO
      *CADASTRO QUANDO ATIVO, SENAO O PADRAO (MESMA REGRA DO
                   END-IF
           END-SEARCH.

      *LEITURA ALEATORIA DO CLIENTE DA COMPRA NO KSDS. CLIENTE NAO
      *ENCONTRADO FICA COM O NOME EM BRANCO NO AJUSTE.
       082-BUSCAR-CLIENTE.
                   MOVE SPACES TO CLIENTE-NOME
           END-READ.

      *GRAVA NO DIARIO DE RECUPERACAO A ATUALIZACAO RECEM APLICADA
      *AO KSDS DE ESTOQUE. A OPERACAO (I/A/E) E AS IMAGENS VEM DO
      *CHAMADOR.
       090-GRAVAR-JRNMEST.
           MOVE "ESTOQUE"            TO JRNMEST-ARQUIVO.
           MOVE ESTOQUE-COD-PRODUTO  TO JRNMEST-CHAVE.
           EVALUATE TRUE
               WHEN JRNMEST-INCLUSAO
                   ADD 1 TO WRK-JRN-INCLUSOES
                   ADD JRNMEST-CHAVE TO WRK-JRN-SOMA-CHAVES-INC
               WHEN JRNMEST-ALTERACAO
                   ADD 1 TO WRK-JRN-ALTERACOES
               WHEN JRNMEST-EXCLUSAO
                   ADD 1 TO WRK-JRN-EXCLUSOES
                   ADD JRNMEST-CHAVE TO WRK-JRN-SOMA-CHAVES-EXC
           END-EVALUATE.
           PERFORM 091A-ESCREVER-JRNMEST.

      *FECHA O RUN NO DIARIO COM O REGISTRO DE CONTROLE (C). RUN
      *SEM ESTE REGISTRO NAO TERMINOU NORMALMENTE.
       091-GRAVAR-CONTROLE-JRNMEST.
           MOVE "ESTOQUE"            TO JRNMEST-ARQUIVO.
           SET JRNMEST-CONTROLE      TO TRUE.
           MOVE ZEROS                TO JRNMEST-CHAVE.
           MOVE SPACES               TO JRNMEST-IMAGENS.
           MOVE WRK-JRN-INCLUSOES    TO JRNMEST-CTL-INCLUSOES.
           MOVE WRK-JRN-ALTERACOES   TO JRNMEST-CTL-ALTERACOES.
           MOVE WRK-JRN-EXCLUSOES    TO JRNMEST-CTL-EXCLUSOES.
           MOVE WRK-JRN-SOMA-CHAVES-INC
             TO JRNMEST-CTL-SOMA-CHAVES-INC.
           MOVE WRK-JRN-SOMA-CHAVES-EXC
             TO JRNMEST-CTL-SOMA-CHAVES-EXC.
           PERFORM 091A-ESCREVER-JRNMEST.

       091A-ESCREVER-JRNMEST.
           MOVE WRK-DATA-SIS         TO JRNMEST-RUN-DATA.
           MOVE "AC00EX13"           TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS         TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA    TO JRNMEST-SEQUENCIA.
           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX13".
           GOBACK.

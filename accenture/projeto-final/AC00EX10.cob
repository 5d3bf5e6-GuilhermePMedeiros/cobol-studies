       SELECT PRODERR  ASSIGN    TO PRODERR
                      FILE STATUS    IS WRK-FS-PRODERR.

       SELECT PAGTOERR ASSIGN    TO PAGTOERR
                      FILE STATUS    IS WRK-FS-PAGTOERR.

       SELECT PRODVALERR ASSIGN   TO PRODVALERR
                      FILE STATUS    IS WRK-FS-PRODVALERR.

      *PROMOCOES POR PRODUTO COM VIGENCIA (DATA INICIAL/FINAL) E
      *PERCENTUAL, APLICADAS SOBRE O VALOR JA COM O DESCONTO DO
      *TIPO DE PAGAMENTO QUANDO COMPRA-DATA CAI NA VIGENCIA
       SELECT PROMOREL  ASSIGN   TO PROMOREL
                      FILE STATUS    IS WRK-FS-PROMOREL.

      *PROMOCOES DE CESTA (LEVE N PAGUE M, COMPRE A E LEVE B COM
      *DESCONTO, VALOR MINIMO DA COMPRA) AVALIADAS SOBRE TODAS AS
      *LINHAS DA COMPRA (OPCIONAL)
       SELECT PROMCESTA ASSIGN   TO PROMCESTA
                      FILE STATUS    IS WRK-FS-PROMCESTA.

      *RESUMO DO ACIONAMENTO E DO CUSTO DE CADA PROMOCAO DE CESTA
       SELECT PROMCESREL ASSIGN  TO PROMCESREL
                      FILE STATUS    IS WRK-FS-PROMCESREL.

      *RESUMO FISCAL DIARIO - BASE TRIBUTAVEL E IMPOSTO POR ALIQUOTA
       SELECT FISCDIA   ASSIGN   TO FISCDIA
       SELECT PARMLIM   ASSIGN   TO PARMLIM
                      FILE STATUS    IS WRK-FS-PARMLIM.

      *CADASTRO DE LOJAS - VALIDA O CODIGO DE LOJA DA COMPRA E
      *INFORMA A ZONA DE PRECO DA LOJA
       SELECT LOJA      ASSIGN   TO LOJA
                      FILE STATUS    IS WRK-FS-LOJA.

       SELECT RELPAGLOJ ASSIGN   TO RELPAGLOJ
                      FILE STATUS    IS WRK-FS-RELPAGLOJ.

      *VENDAS PAGAS COM PIX, UMA POR COMPRA, COM O IDENTIFICADOR
      *DA TRANSACAO PARA A CONCILIACAO COM O EXTRATO DO BANCO
      *(AC00EX96)
       SELECT PIXVENDA  ASSIGN   TO PIXVENDA
                      FILE STATUS    IS WRK-FS-PIXVENDA.

      *GARANTIAS ESTENDIDAS VENDIDAS, UMA POR LINHA DE GARANTIA,
      *PARA A CARTEIRA DE GARANTIAS (AC01EX04)
       SELECT GARVENDA  ASSIGN   TO GARVENDA
                      FILE STATUS    IS WRK-FS-GARVENDA.

      *VENDAS FATURADAS A CLIENTE CORPORATIVO, UMA POR COMPRA,
      *LANCADAS NA CONTA ABERTA DO CLIENTE PARA O FATURAMENTO
      *MENSAL (AC00EX98)
       SELECT FATVENDA  ASSIGN   TO FATVENDA
                      FILE STATUS    IS WRK-FS-FATVENDA.

      *COMPRAS NO CARTAO DA LOJA, UMA POR COMPRA, LANCADAS NA
      *CONTA DO CARTAO PELO AC01EX14
       SELECT CRTVENDA  ASSIGN   TO CRTVENDA
                      FILE STATUS    IS WRK-FS-CRTVENDA.

      *VENDAS EM DINHEIRO, UMA POR COMPRA, PARA O MONITORAMENTO DE
      *MOVIMENTACAO EM ESPECIE (AC01EX17)
       SELECT DINVENDA  ASSIGN   TO DINVENDA
                      FILE STATUS    IS WRK-FS-DINVENDA.

      *CONTAS DO CARTAO DA LOJA (CRTCTAHOJE DO AC01EX14) - LIMITE
      *E SALDO CONSULTADOS PARA AUTORIZAR A COMPRA NO CARTAO
       SELECT CRTCTA    ASSIGN   TO CRTCTA
                      FILE STATUS    IS WRK-FS-CRTCTA.

      *NUMERACAO FISCAL POR LOJA (SERIE E ULTIMO NUMERO EMITIDO),
      *KSDS ATUALIZADO A CADA DOCUMENTO EMITIDO
       SELECT NUMFISC   ASSIGN   TO NUMFISC
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-NUMFISC-COD-LOJA
                      FILE STATUS    IS WRK-FS-NUMFISC.

      *REGISTRO DOS DOCUMENTOS FISCAIS EMITIDOS, UM POR COMPRA,
      *CONTROLADO PELO AC00EX99 (SEQUENCIA E CANCELAMENTOS)
       SELECT DOCFISC   ASSIGN   TO DOCFISC
                      FILE STATUS    IS WRK-FS-DOCFISC.

      *VINCULO DE CLIENTE COM VENDEDOR PARA A COMPRA DE FUNCIONARIO,
      *COM O PERCENTUAL DE DESCONTO E O LIMITE MENSAL (OPCIONAL)
       SELECT FUNCCLI   ASSIGN   TO FUNCCLI
                      FILE STATUS    IS WRK-FS-FUNCCLI.

      *CONSUMO MENSAL DO LIMITE DE COMPRA DE CADA FUNCIONARIO, KSDS
      *ATUALIZADO A CADA COMPRA E LIDO PELO AC01EX01 (RELATORIO RH)
       SELECT FUNCSLD   ASSIGN   TO FUNCSLD
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-FUNCSLD-COD-VENDEDOR
                      FILE STATUS    IS WRK-FS-FUNCSLD.

      *DESCONTO DE ASSINATURA POR COMPRA, GRAVADO PELO AC01EX30
      *PARA OS PEDIDOS DE ASSINATURA DA ENTREGA (OPCIONAL)
       SELECT ASSDESC   ASSIGN   TO ASSDESC
                      FILE STATUS    IS WRK-FS-ASSDESC.

      *TOTAIS POR CLIENTE QUEBRADOS POR LOJA
       SELECT CLITOTLOJ ASSIGN   TO CLITOTLOJ
                      FILE STATUS    IS WRK-FS-CLITOTLOJ.
       SELECT ESTQERR   ASSIGN   TO ESTQERR
                      FILE STATUS    IS WRK-FS-ESTQERR.

      *ENCOMENDAS DE CLIENTE (BACKORDER) ABERTAS NO DIA PELA FALTA
      *DE SALDO, COM O PRECO VIGENTE RETIDO - ALOCADAS NOS
      *RECEBIMENTOS PELO AC00EX57
       SELECT BACKNOVO  ASSIGN   TO BACKNOVO
                      FILE STATUS    IS WRK-FS-BACKNOVO.

      *POSICAO DE ESTOQUE POR LOJA E PRODUTO, MANTIDA PELO
      *AC00EX61 - A VENDA BAIXA A POSICAO DA PROPRIA LOJA
      *(OPCIONAL - SEM O KSDS, SO O POCO UNICO E BAIXADO)
                      RECORD KEY     IS FD-ESTQLOJA-CHAVE
                      FILE STATUS    IS WRK-FS-ESTQLOJA.

      *LOTES DE ESTOQUE POR PRODUTO E VALIDADE, ALIMENTADOS PELO
      *AC00EX57 - A VENDA CONSOME PRIMEIRO O LOTE QUE VENCE ANTES
      *(OPCIONAL - SEM O KSDS, SO O POCO UNICO E BAIXADO)
       SELECT ESTQLOTE  ASSIGN   TO ESTQLOTE
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS DYNAMIC
                      RECORD KEY     IS FD-ESTQLOTE-CHAVE
                      FILE STATUS    IS WRK-FS-ESTQLOTE.

      *PRODUTOS QUE FICARAM ABAIXO DO MINIMO DURANTE O RUN
       SELECT ESTQREP   ASSIGN   TO ESTQREP
                      FILE STATUS    IS WRK-FS-ESTQREP.
                      RECORD KEY     IS FD-PRODSTAT-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODSTAT.

      *CADASTRO DA GARANTIA ESTENDIDA - PRODUTO DE GARANTIA (COM O
      *PERCENTUAL SOBRE O PRECO DO APARELHO E OS MESES DE COBERTURA)
      *E APARELHO ELEGIVEL (COM OS MESES DA GARANTIA DE FABRICA)
      *(OPCIONAL - SEM O ARQUIVO, NENHUMA GARANTIA E VENDIDA)
       SELECT PRODGAR   ASSIGN   TO PRODGAR
                      FILE STATUS    IS WRK-FS-PRODGAR.

      *LISTA DE COMPOSICAO DOS KITS - UM REGISTRO POR COMPONENTE
      *DE CADA CODIGO DE KIT (OPCIONAL - SEM O ARQUIVO, NENHUM
                      RECORD KEY     IS FD-PONTOS-COD-CLIENTE
                      FILE STATUS    IS WRK-FS-PONTOS.

      *DIARIO DE IMAGENS ANTES/DEPOIS DOS KSDS MESTRES ATUALIZADOS
      *PELO PASSO (PONTOS, ESTOQUE, VOUCHER, PROCREG E ESTQLOTE),
      *CUMULATIVO ENTRE OS RUNS - BASE DA RECUPERACAO PELO AC01EX34
       SELECT JRNMEST   ASSIGN   TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

      *CARTAO DO CICLO DE VENDAS DO DIA (NUMERO E INDICADOR DE
      *FECHAMENTO). SEM O CARTAO, O RUN E O PROXIMO CICLO E FECHA O
      *DIA - NUM DIA SEM CICLOS INTRADIARIOS, O PROPRIO RUN NOTURNO
       SELECT PARMCICLO ASSIGN   TO PARMCICLO
                      FILE STATUS    IS WRK-FS-PARMCICLO.

      *ACUMULADO DO DIA ENTRE OS CICLOS (TOTAIS POR TIPO DE
      *PAGAMENTO, TABELAS FISCAL E DE PRODUTO, CONTAGENS E O
      *HISTORICO DOS CICLOS) - ACUMANT E O DEIXADO PELO CICLO
      *ANTERIOR, ACUMNOVO O DESTE CICLO
       SELECT ACUMANT   ASSIGN   TO ACUMANT
                      FILE STATUS    IS WRK-FS-ACUMANT.

       SELECT ACUMNOVO  ASSIGN   TO ACUMNOVO
                      FILE STATUS    IS WRK-FS-ACUMNOVO.

       DATA                  DIVISION.
       FILE                  SECTION.

      
       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).
    
       FD  COMPRA
           RECORDING MODE IS F

       01  FD-PRODERR-REGISTRO    PIC X(014).

      *ARQUIVO DE COMPRAS COM TIPO DE PAGAMENTO NAO RECONHECIDO
       FD  PAGTOERR
           RECORDING MODE IS F

       01  FD-PRODVALERR-REGISTRO   PIC X(028).

      *PROMOCOES POR PRODUTO COM VIGENCIA E PERCENTUAL
       FD  PARMPROMO
           RECORDING MODE IS F

       01  FD-PROMOREL-REGISTRO     PIC X(046).

      *PROMOCOES DE CESTA
       FD  PROMCESTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PROMCESTA-REGISTRO    PIC X(065).

      *RESUMO DAS PROMOCOES DE CESTA
       FD  PROMCESREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PROMCESREL-REGISTRO   PIC X(041).

      *RESUMO FISCAL DIARIO POR ALIQUOTA
       FD  FISCDIA
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJA-REGISTRO         PIC X(025).

      *CALENDARIO DE FUNCIONAMENTO POR LOJA
       FD  CALLOJA

       01  FD-COMPSUSP-REGISTRO     PIC X(017).

      *VENDAS PAGAS COM PIX
       FD  PIXVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PIXVENDA-REGISTRO     PIC X(049).

      *GARANTIAS ESTENDIDAS VENDIDAS
       FD  GARVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-GARVENDA-REGISTRO     PIC X(060).

      *VENDAS FATURADAS A CLIENTE CORPORATIVO
       FD  FATVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATVENDA-REGISTRO     PIC X(041).

      *COMPRAS NO CARTAO DA LOJA
       FD  CRTVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTVENDA-REGISTRO     PIC X(041).

      *VENDAS EM DINHEIRO
       FD  DINVENDA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DINVENDA-REGISTRO     PIC X(041).

      *CONTAS DO CARTAO DA LOJA
       FD  CRTCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRTCTA-REGISTRO       PIC X(093).

      *NUMERACAO FISCAL POR LOJA
       FD  NUMFISC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NUMFISC-REGISTRO.
           05 FD-NUMFISC-COD-LOJA  PIC 9(003).
           05 FILLER               PIC X(020).

      *DOCUMENTOS FISCAIS EMITIDOS
       FD  DOCFISC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCFISC-REGISTRO      PIC X(053).

      *VINCULO CLIENTE X VENDEDOR (COMPRA DE FUNCIONARIO)
       FD  FUNCCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FUNCCLI-REGISTRO      PIC X(020).

      *CONSUMO MENSAL DO LIMITE DO FUNCIONARIO
       FD  FUNCSLD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FUNCSLD-REGISTRO.
           05 FD-FUNCSLD-COD-VENDEDOR PIC 9(003).
           05 FILLER                PIC X(059).

      *DESCONTO DE ASSINATURA POR COMPRA
       FD  ASSDESC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ASSDESC-REGISTRO      PIC X(010).

      *COMPRA COM LOJA DESCONHECIDA
       FD  LOJAERR
           RECORDING MODE IS F

       01  FD-ESTQERR-REGISTRO      PIC X(021).

      *ENCOMENDAS DE CLIENTE ABERTAS NO DIA
       FD  BACKNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BACKNOVO-REGISTRO     PIC X(038).

      *POSICAO DE ESTOQUE POR LOJA E PRODUTO
       FD  ESTQLOJA
           RECORDING MODE IS F
           05 FD-ESTQLOJA-CHAVE     PIC X(008).
           05 FILLER                PIC X(007).

      *LOTES DE ESTOQUE POR PRODUTO E VALIDADE
       FD  ESTQLOTE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ESTQLOTE-REGISTRO.
           05 FD-ESTQLOTE-CHAVE     PIC X(023).
           05 FILLER                PIC X(015).

      *RELATORIO DE REPOSICAO - PRODUTOS ABAIXO DO MINIMO
       FD  ESTQREP
           RECORDING MODE IS F
           05 FD-PRODSTAT-COD-PRODUTO PIC 9(005).
           05 FILLER                  PIC X(001).

      *CADASTRO DA GARANTIA ESTENDIDA
       FD  PRODGAR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODGAR-REGISTRO      PIC X(014).

      *LISTA DE COMPOSICAO DOS KITS
       FD  KITBOM
           05 FD-PONTOS-COD-CLIENTE PIC 9(003).
           05 FILLER                PIC X(027).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

      *CARTAO DO CICLO DE VENDAS DO DIA
       FD  PARMCICLO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCICLO-REGISTRO    PIC X(003).

      *ACUMULADO DO DIA DEIXADO PELO CICLO ANTERIOR
       FD  ACUMANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ACUMANT-REGISTRO      PIC X(300).

      *ACUMULADO DO DIA ATE ESTE CICLO
       FD  ACUMNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ACUMNOVO-REGISTRO     PIC X(300).

       WORKING-STORAGE       SECTION.

      * VARIAVEIS DE FILE STATUS
           05 WRK-FS-DEBCRE         PIC X(002) VALUE SPACES.
           05 WRK-FS-RELTOT         PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODERR        PIC X(002) VALUE SPACES.
           05 WRK-FS-PAGTOERR       PIC X(002) VALUE SPACES.
           05 WRK-FS-CLITOT         PIC X(002) VALUE SPACES.
           05 WRK-FS-CHECKPT        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOGEXEC        PIC X(002) VALUE SPACES.
           05 WRK-FS-ORFCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODVALERR     PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMPROMO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PROMOREL       PIC X(002) VALUE SPACES.
           05 WRK-FS-PROMCESTA      PIC X(002) VALUE SPACES.
           05 WRK-FS-PROMCESREL     PIC X(002) VALUE SPACES.
           05 WRK-FS-FISCDIA        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJA           PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJAERR        PIC X(002) VALUE SPACES.
           05 WRK-FS-RELPAGLOJ      PIC X(002) VALUE SPACES.
           05 WRK-FS-CLITOTLOJ      PIC X(002) VALUE SPACES.
           05 WRK-FS-PONTOS         PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDEDOR       PIC X(002) VALUE SPACES.
           05 WRK-FS-VENDERR        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMISTOT       PIC X(002) VALUE SPACES.
           05 WRK-FS-DUPREL         PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTOQUE        PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQERR        PIC X(002) VALUE SPACES.
           05 WRK-FS-BACKNOVO       PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQREP        PIC X(002) VALUE SPACES.
           05 WRK-FS-VOUCHER        PIC X(002) VALUE SPACES.
           05 WRK-FS-VALEERR        PIC X(002) VALUE SPACES.
           05 WRK-FS-TIERMST        PIC X(002) VALUE SPACES.
           05 WRK-FS-VALEMOV        PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQLOJA       PIC X(002) VALUE SPACES.
           05 WRK-FS-ESTQLOTE       PIC X(002) VALUE SPACES.
           05 WRK-FS-SCORECLI       PIC X(002) VALUE SPACES.
           05 WRK-FS-HOLDMOT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CHQRUIM        PIC X(002) VALUE SPACES.
           05 WRK-FS-CALLOJA        PIC X(002) VALUE SPACES.
           05 WRK-FS-COMPSUSP       PIC X(002) VALUE SPACES.
           05 WRK-FS-PIXVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-FATVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-DINVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-CRTCTA         PIC X(002) VALUE SPACES.
           05 WRK-FS-NUMFISC        PIC X(002) VALUE SPACES.
           05 WRK-FS-DOCFISC        PIC X(002) VALUE SPACES.
           05 WRK-FS-FUNCCLI        PIC X(002) VALUE SPACES.
           05 WRK-FS-FUNCSLD        PIC X(002) VALUE SPACES.
           05 WRK-FS-ASSDESC        PIC X(002) VALUE SPACES.
           05 WRK-FS-BANDADECL      PIC X(002) VALUE SPACES.
           05 WRK-FS-KITBOM         PIC X(002) VALUE SPACES.
           05 WRK-FS-KITERR         PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODSTAT       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODGAR        PIC X(002) VALUE SPACES.
           05 WRK-FS-GARVENDA       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMCICLO      PIC X(002) VALUE SPACES.
           05 WRK-FS-ACUMANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-ACUMNOVO       PIC X(002) VALUE SPACES.

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.                            
           05 CLIENTE-COD-CLINTE	PIC  9(003).
           05 CLIENTE-NOME		    PIC  X(020).    
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".
       
      *LAYOUT DE COMPRA
       01  WRK-COMPRA-REGISTRO.
               88 COMPRA-TIPO-VALIDO VALUES "BOLETO  " "CHEQUE  "
                                            "DEBITO  " "CREDITO "
                                            "VALE    " "NOTACRED"
                                            "DINHEIRO" "PIX     "
                                            "FATURADO" "CARTLOJA".
           05 COMPRA-COD-CLIENTE	PIC  9(003).
           05 COMPRA-DATA		    PIC  9(008).
           05 COMPRA-COD-VENDEDOR	PIC  9(003).
           05 COMPRA-COD-LOJA	    PIC  9(003).
           05 COMPRA-NUM-VALE	    PIC  9(008).
      *    NA COMPRA PIX O CAMPO TRAZ O IDENTIFICADOR DA COBRANCA
      *    GERADO PELA LOJA NO QR CODE, DEVOLVIDO PELO BANCO NO
      *    EXTRATO DE CREDITOS PIX
           05 COMPRA-ID-PIX REDEFINES COMPRA-NUM-VALE
                                    PIC  9(008).

      *LAYOUT DE COMPROD
       01  WRK-COMPROD-REGISTRO.                            
               88 PRODERR-MOT-QUANTIDADE-INVALIDA    VALUE "2".
               88 PRODERR-MOT-PRODUTO-SUSPENSO       VALUE "3".
               88 PRODERR-MOT-PRODUTO-DESCONTINUADO  VALUE "4".
               88 PRODERR-MOT-GARANTIA-SEM-ITEM      VALUE "5".

      *LAYOUT DE PAGTOERR - COMPRA COM TIPO DE PAGAMENTO DESCONHECIDO
       01  WRK-PAGTOERR-REGISTRO.
           03 WRK-CONT-GRAVADOS-LOJAERR   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-VENDERR   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-COMPHOLD  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-PIXVENDA  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-GARVENDA  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-FATVENDA  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CRTVENDA  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DINVENDA  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CARTAO-RECUSADO    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DOCFISC   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-SERIES-ABERTAS     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-COMPRAS-FUNCIONARIO PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-COMPRAS-ASSINATURA PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-COMPRAS-DUPLICADAS PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-ESTQERR   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-BACKNOVO  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-VALEERR   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-IGNORADOS-COMPROD  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DESCARTADOS-ORFAO-COMPROD PIC 9(07) VALUE ZEROS.
           05 WRK-TROCA-QTD-VENDIDA	    PIC  9(007).
           05 WRK-TROCA-VALOR-LIQ-TOTAL    PIC  9(009)V99.

      *LAYOUT DE PARMPROMO - PROMOCAO DE PRODUTO COM VIGENCIA
       01  WRK-PARMPROMO-REGISTRO.
           05 PARMPROMO-COD-PRODUTO   PIC  9(005).
           05 TAB-PARMPROMO-QTD-VENDIDA  PIC 9(007).
           05 TAB-PARMPROMO-RECEITA-LIQ  PIC 9(011)V99.

      *LAYOUT DE PROMCESTA - PROMOCAO DE CESTA COM VIGENCIA
      *- TIPO L: LEVE QTD-LEVE DO PRODUTO E PAGUE QTD-PAGUE;
      *- TIPO C: COMPRANDO O PRODUTO, O PRODUTO-B SAI COM O
      *  PERCENTUAL DE DESCONTO (UMA UNIDADE DE B POR UNIDADE DO
      *  PRODUTO);
      *- TIPO V: COMPRA A PARTIR DO VALOR MINIMO GANHA O VALOR DE
      *  DESCONTO, RATEADO ENTRE AS LINHAS.
      *NAS PROMOCOES L E C, ACUMULA = S SOMA O DESCONTO AO DO
      *PARMPROMO DO PRODUTO; EM BRANCO, A PROMOCAO DE CESTA
      *SUBSTITUI O PARMPROMO NA LINHA ATINGIDA.
       01  WRK-PROMCESTA-REGISTRO.
           05 PROMCESTA-COD-PROMO      PIC  9(004).
           05 PROMCESTA-TIPO           PIC  X(001).
           05 PROMCESTA-DATA-INICIAL   PIC  9(008).
           05 PROMCESTA-DATA-FINAL     PIC  9(008).
           05 PROMCESTA-COD-PRODUTO    PIC  9(005).
           05 PROMCESTA-COD-PRODUTO-B  PIC  9(005).
           05 PROMCESTA-QTD-LEVE       PIC  9(003).
           05 PROMCESTA-QTD-PAGUE      PIC  9(003).
           05 PROMCESTA-PERCENTUAL     PIC  9(003)V99.
           05 PROMCESTA-VALOR-MINIMO   PIC  9(009)V99.
           05 PROMCESTA-VALOR-DESCONTO PIC  9(009)V99.
           05 PROMCESTA-ACUMULA        PIC  X(001).

      *LAYOUT DE PROMCESREL - ACIONAMENTOS E CUSTO DA PROMOCAO
       01  WRK-PROMCESREL-REGISTRO.
           05 PROMCESREL-COD-PROMO     PIC  9(004).
           05 PROMCESREL-TIPO          PIC  X(001).
           05 PROMCESREL-DATA-INICIAL  PIC  9(008).
           05 PROMCESREL-DATA-FINAL    PIC  9(008).
           05 PROMCESREL-QTD-COMPRAS   PIC  9(007).
           05 PROMCESREL-CUSTO         PIC  9(011)V99.

      *TABELA INTERNA DAS PROMOCOES DE CESTA, NA ORDEM DO ARQUIVO -
      *A ORDEM E A PRECEDENCIA: A PRIMEIRA PROMOCAO L/C QUE ATINGE
      *A LINHA E A PRIMEIRA PROMOCAO V ALCANCADA PELA COMPRA VALEM
       01  WRK-TAB-PCE-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PCE-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-PCE-QTDE
               INDEXED BY IDX-PCE.
           05 TAB-PCE-COD-PROMO       PIC 9(004).
           05 TAB-PCE-TIPO            PIC X(001).
               88 TAB-PCE-LEVE-PAGUE     VALUE "L".
               88 TAB-PCE-COMBINADA      VALUE "C".
               88 TAB-PCE-VALOR-COMPRA   VALUE "V".
           05 TAB-PCE-DATA-INICIAL    PIC 9(008).
           05 TAB-PCE-DATA-FINAL      PIC 9(008).
           05 TAB-PCE-COD-PRODUTO     PIC 9(005).
           05 TAB-PCE-COD-PRODUTO-B   PIC 9(005).
           05 TAB-PCE-QTD-LEVE        PIC 9(003).
           05 TAB-PCE-QTD-PAGUE       PIC 9(003).
           05 TAB-PCE-PERCENTUAL      PIC 9(003)V99.
           05 TAB-PCE-VALOR-MINIMO    PIC 9(009)V99.
           05 TAB-PCE-VALOR-DESCONTO  PIC 9(009)V99.
           05 TAB-PCE-ACUMULA         PIC X(001).
               88 TAB-PCE-ACUMULA-PROMO  VALUE "S".
           05 TAB-PCE-ULT-COMPRA      PIC 9(005).
           05 TAB-PCE-QTD-COMPRAS     PIC 9(007).
           05 TAB-PCE-CUSTO           PIC 9(011)V99.

      *TABELA INTERNA DOS CLIENTES QUE SAO FUNCIONARIOS
       01  WRK-TAB-FUNC-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FUNC-REGISTRO OCCURS 1 TO 100 TIMES
               DEPENDING ON WRK-TAB-FUNC-QTDE
               INDEXED BY IDX-FUNC.
           05 TAB-FUNC-COD-CLIENTE    PIC 9(003).
           05 TAB-FUNC-COD-VENDEDOR   PIC 9(003).
           05 TAB-FUNC-PERCENTUAL     PIC 9(003)V99.
           05 TAB-FUNC-LIMITE-MENSAL  PIC 9(007)V99.

      *COMPRA CORRENTE FEITA POR FUNCIONARIO (CLIENTE EM FUNCCLI)
       01  WRK-SW-COMPRA-FUNC       PIC 9(001) VALUE ZEROS.
           88 COMPRA-DE-FUNCIONARIO    VALUE 1.
           88 COMPRA-NAO-FUNCIONARIO   VALUE 0.
       01  WRK-SW-FUNCSLD-NOVO      PIC 9(001) VALUE ZEROS.
           88 FUNCSLD-NOVO             VALUE 1.
       01  WRK-FUNC-PERCENTUAL      PIC 9(003)V99 VALUE ZEROS.
       01  WRK-FUNC-LIMITE-MENSAL   PIC 9(007)V99 VALUE ZEROS.
       01  WRK-FUNC-MES-COMPRA      PIC 9(006) VALUE ZEROS.
       01  WRK-FUNC-VALOR-COMPRA    PIC 9(009)V99 VALUE ZEROS.
       01  WRK-FUNC-SALDO-LIMITE    PIC 9(009)V99 VALUE ZEROS.
       01  AUX-FUNC-BASE            PIC 9(009)V99 VALUE ZEROS.
       01  AUX-FUNC-DESCONTO        PIC 9(009)V99 VALUE ZEROS.

      *TABELA INTERNA DAS COMPRAS QUE SAO PEDIDOS DE ASSINATURA
       01  WRK-TAB-ADS-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ADS-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-ADS-QTDE
               INDEXED BY IDX-ADS.
           05 TAB-ADS-COD-COMPRA      PIC 9(005).
           05 TAB-ADS-PCT-DESCONTO    PIC 9(003)V99.

      *COMPRA CORRENTE E PEDIDO DE ASSINATURA (COMPRA EM ASSDESC)
       01  WRK-SW-COMPRA-ASS        PIC 9(001) VALUE ZEROS.
           88 COMPRA-DE-ASSINATURA     VALUE 1.
           88 COMPRA-NAO-ASSINATURA    VALUE 0.
       01  WRK-ASS-PERCENTUAL       PIC 9(003)V99 VALUE ZEROS.
       01  AUX-ASS-DESCONTO         PIC 9(009)V99 VALUE ZEROS.

      *LINHAS DA COMPRA CORRENTE, CARREGADAS DO COMPROD ANTES DA
      *PRECIFICACAO PARA QUE AS PROMOCOES DE CESTA ENXERGUEM A
      *COMPRA INTEIRA. A LINHA E VALIDA QUANDO SERA PRECIFICADA
      *(PRODUTO CADASTRADO E ATIVO, QUANTIDADE, KIT COMPLETO).
       01  WRK-TAB-CESTA-QTDE       PIC 9(004) VALUE ZEROS.

       01  TAB-CESTA-REGISTRO OCCURS 1 TO 200 TIMES
               DEPENDING ON WRK-TAB-CESTA-QTDE
               INDEXED BY IDX-CESTA IDX-CESTA2.
           05 TAB-CESTA-LINHA.
               10 TAB-CESTA-COD-COMPRA  PIC 9(005).
               10 TAB-CESTA-COD-PRODUTO PIC 9(005).
               10 TAB-CESTA-QUANTIDADE  PIC 9(003).
           05 TAB-CESTA-VALOR-BRUTO   PIC 9(009)V99.
           05 TAB-CESTA-SW-VALIDA     PIC 9(001).
               88 TAB-CESTA-VALIDA       VALUE 1.
           05 TAB-CESTA-IDX-PROMO     PIC 9(004).
           05 TAB-CESTA-DESC-ITEM     PIC 9(009)V99.
           05 TAB-CESTA-DESC-VALOR    PIC 9(009)V99.
           05 TAB-CESTA-VALOR-UNIT    PIC 9(009)V99.
           05 TAB-CESTA-SW-GARANTIA   PIC 9(001).
               88 TAB-CESTA-GARANTIA-VALIDA    VALUE 1.
               88 TAB-CESTA-GARANTIA-SEM-ITEM  VALUE 2.

      *PRIMEIRA LINHA DA PROXIMA COMPRA, LIDA NA CARGA DA CESTA
       01  WRK-COMPROD-PROXIMO      PIC X(013) VALUE SPACES.

      *APOIO A AVALIACAO DA CESTA
       01  WRK-CESTA-VALOR-BRUTO    PIC 9(011)V99 VALUE ZEROS.
       01  WRK-CESTA-ULT-VALIDA     PIC 9(004) VALUE ZEROS.
       01  WRK-CESTA-IDX-PROMO-VALOR PIC 9(004) VALUE ZEROS.
       01  WRK-CESTA-DESC-VALOR     PIC 9(009)V99 VALUE ZEROS.
       01  WRK-CESTA-DESC-RATEADO   PIC 9(009)V99 VALUE ZEROS.
       01  WRK-CESTA-QTD-ANTERIOR   PIC 9(007) VALUE ZEROS.
       01  WRK-CESTA-QTD-PRODUTO-A  PIC 9(007) VALUE ZEROS.
       01  WRK-CESTA-UNID-ANTES     PIC 9(007) VALUE ZEROS.
       01  WRK-CESTA-UNID-DEPOIS    PIC 9(007) VALUE ZEROS.
       01  WRK-CESTA-UNID-PROMO     PIC 9(007) VALUE ZEROS.
       01  AUX-CESTA-DESCONTO       PIC 9(009)V99 VALUE ZEROS.

      *LAYOUT DE FISCDIA - TOTAIS FISCAIS DO DIA POR ALIQUOTA
       01  WRK-FISCDIA-REGISTRO.
           05 FISCDIA-BASE-TRIBUTAVEL PIC  9(011)V99.
           05 FISCDIA-VALOR-IMPOSTO   PIC  9(011)V99.

      *TOTAIS FISCAIS ACUMULADOS POR ALIQUOTA DISTINTA (INCLUSIVE A
      *ALIQUOTA ZERO DOS PRODUTOS SEM PARAMETRO)
       01  WRK-TAB-FISCDIA-QTDE     PIC 9(004) VALUE ZEROS.
           05 FILLER                PIC X(030)
              VALUE "RESUMO GERENCIAL DO DIA - ".
           05 RELDIA-TIT-DATA       PIC X(010).
           05 RELDIA-TIT-CICLO-DESC PIC X(020) VALUE SPACES.
           05 RELDIA-TIT-CICLO      PIC X(002) VALUE SPACES.
           05 FILLER                PIC X(018) VALUE SPACES.

       01  WRK-RELDIA-LINHA-CICLO.
           05 FILLER                PIC X(006) VALUE "CICLO ".
           05 RELDIA-CIC-NUMERO     PIC 9(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RELDIA-CIC-TIPO       PIC X(010).
           05 FILLER                PIC X(009) VALUE " COMPRAS ".
           05 RELDIA-CIC-COMPRAS    PIC ZZZZZZ9.
           05 FILLER                PIC X(008) VALUE " RELTOT ".
           05 RELDIA-CIC-RELTOT     PIC ZZZZZZ9.
           05 FILLER                PIC X(006) VALUE " LOTE ".
           05 RELDIA-CIC-LOTE       PIC X(011).
           05 FILLER                PIC X(008) VALUE " RECONC ".
           05 RELDIA-CIC-RECONC     PIC X(005).

       01  WRK-RELDIA-LINHA-TIPO.
           05 RELDIA-TIPO-DESC      PIC X(010).
       01  WRK-LOTE-QTD-COMPROD     PIC 9(007) VALUE ZEROS.
       01  WRK-LOTE-SOMA-QUANTIDADE PIC 9(009) VALUE ZEROS.

      *INDICA SE A ENTREGA DESTE CICLO FOI CONFERIDA CONTRA O CTLLOTE
       01  WRK-SW-LOTE              PIC 9(001) VALUE ZEROS.
           88 LOTE-CONFERIDO           VALUE 1.

      *LAYOUT DE PARMCICLO - CICLO DE VENDAS DO DIA. NUMERO ZERADO
      *PEDE O PROXIMO CICLO; FECHAMENTO "S" ENCERRA O DIA E "N" E
      *UM CICLO INTRADIARIO (POSICAO PARCIAL)
       01  WRK-PARMCICLO-REGISTRO.
           05 PARMCICLO-NUMERO        PIC  9(002).
           05 PARMCICLO-FECHAMENTO    PIC  X(001).
              88 PARMCICLO-FECHA-DIA     VALUE "S".
              88 PARMCICLO-INTRADIARIO   VALUE "N".

      *CICLO DE VENDAS DESTE RUN
       01  WRK-CICLO-ATUAL          PIC 9(002) VALUE ZEROS.
       01  WRK-CICLO-ESPERADO       PIC 9(003) VALUE ZEROS.

       01  WRK-SW-CICLO             PIC X(001) VALUE "S".
           88 CICLO-FECHA-DIA          VALUE "S".
           88 CICLO-INTRADIARIO        VALUE "N".

      *INDICA SE ESTE CICLO CONTINUA UM DIA ABERTO POR CICLO ANTERIOR
       01  WRK-SW-DIA               PIC 9(001) VALUE ZEROS.
           88 DIA-CONTINUADO           VALUE 1.
           88 DIA-NOVO                 VALUE 0.

      *SAIDAS DE DETALHE ABERTAS EM EXTEND - REINICIO DE CHECKPOINT
      *OU CICLO QUE CONTINUA UM DIA JA ABERTO POR CICLO ANTERIOR
       01  WRK-SW-SAIDAS            PIC 9(001) VALUE ZEROS.
           88 SAIDAS-EM-EXTENSAO       VALUE 1.
           88 SAIDAS-NOVAS             VALUE 0.

      *CARIMBO DO CICLO INTRADIARIO NO RUNCTL - O NOME DO PASSO
      *(AC00EX10) SO E CARIMBADO PELO CICLO QUE FECHA O DIA
       01  WRK-NOME-PASSO-CICLO.
           05 FILLER                PIC X(006) VALUE "EX10CI".
           05 NOME-CICLO-NUMERO     PIC 9(002) VALUE ZEROS.

      *ACUMULADO DO DIA CARREGADO DE ACUMANT (CICLOS ANTERIORES)
       01  WRK-ACUM-ANTERIOR.
           05 WRK-ACUM-DATA-MOVTO   PIC 9(008) VALUE ZEROS.
           05 WRK-ACUM-ULT-CICLO    PIC 9(002) VALUE ZEROS.
           05 WRK-ACUM-SITUACAO     PIC X(001) VALUE SPACES.
              88 ACUM-DIA-FECHADO      VALUE "F".
              88 ACUM-DIA-ABERTO       VALUE "A".
           05 WRK-ACUM-ULT-COMPRA   PIC 9(005) VALUE ZEROS.
           05 WRK-ACUM-CONTADORES.
              07 WRK-ACUM-LIDOS-COMPRA   PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-LIDOS-COMPROD  PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-QTD-RELTOT     PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-QTD-CLITOT     PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-QTD-PRODERR    PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-QTD-PAGTOERR   PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-QTD-ORFCLI     PIC 9(007) VALUE ZEROS.
              07 WRK-ACUM-QTD-PRODVALERR PIC 9(007) VALUE ZEROS.
           05 WRK-ACUM-RECONC-DIA   PIC X(001) VALUE SPACES.
              88 ACUM-RECONC-DIVERGENTE VALUE "D".

      *TOTAIS DO DIA ATE ESTE CICLO (ANTERIORES + ESTE CICLO)
       01  WRK-DIA-CONTADORES.
           05 WRK-DIA-LIDOS-COMPRA    PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-LIDOS-COMPROD   PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-QTD-RELTOT      PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-QTD-CLITOT      PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-QTD-PRODERR     PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-QTD-PAGTOERR    PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-QTD-ORFCLI      PIC 9(007) VALUE ZEROS.
           05 WRK-DIA-QTD-PRODVALERR  PIC 9(007) VALUE ZEROS.

      *LAYOUT DE ACUMANT/ACUMNOVO - UM REGISTRO DE CONTROLE ("C"),
      *UM POR CICLO JA PROCESSADO ("L"), OS TOTAIS POR TIPO DE
      *PAGAMENTO ("T"), AS DECLINACOES POR BANDA ("D") E UM POR
      *LINHA DAS TABELAS DO DIA: FISCAL ("F"), VENDAS POR PRODUTO
      *("P"), LOJA ("J"), VENDEDOR ("V"), PROMOCAO DE PRODUTO
      *("R"), PROMOCAO DE CESTA ("K") E REPOSICAO ("E")
       01  WRK-ACUMDIA-REGISTRO.
           05 ACUMDIA-TIPO            PIC X(001).
              88 ACUMDIA-CONTROLE        VALUE "C".
              88 ACUMDIA-CICLO           VALUE "L".
              88 ACUMDIA-TOTAIS          VALUE "T".
              88 ACUMDIA-DECLINIO        VALUE "D".
              88 ACUMDIA-FISCAL          VALUE "F".
              88 ACUMDIA-PRODUTO         VALUE "P".
              88 ACUMDIA-LOJA            VALUE "J".
              88 ACUMDIA-VENDEDOR        VALUE "V".
              88 ACUMDIA-PROMO           VALUE "R".
              88 ACUMDIA-PROMO-CESTA     VALUE "K".
              88 ACUMDIA-REPOSICAO       VALUE "E".
           05 ACUMDIA-DADOS           PIC X(299).
           05 ACUMDIA-CONTROLE-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-DATA-MOVTO   PIC 9(008).
              07 ACUMDIA-ULT-CICLO    PIC 9(002).
              07 ACUMDIA-SITUACAO     PIC X(001).
                 88 ACUMDIA-DIA-FECHADO  VALUE "F".
                 88 ACUMDIA-DIA-ABERTO   VALUE "A".
              07 ACUMDIA-ULT-COMPRA   PIC 9(005).
              07 ACUMDIA-CONTADORES   PIC X(056).
              07 ACUMDIA-RECONC-DIA   PIC X(001).
              07 FILLER               PIC X(226).
           05 ACUMDIA-CICLO-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-CIC-REGISTRO PIC X(061).
              07 FILLER               PIC X(238).
           05 ACUMDIA-TOTAIS-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-TOT-PAGTO    PIC X(255).
              07 FILLER               PIC X(044).
           05 ACUMDIA-DECLINIO-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-DECL-TABELA  PIC X(126).
              07 FILLER               PIC X(173).
           05 ACUMDIA-FISCAL-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-FIS-REGISTRO PIC X(031).
              07 FILLER               PIC X(268).
           05 ACUMDIA-PRODUTO-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-PRD-REGISTRO PIC X(044).
              07 FILLER               PIC X(255).
           05 ACUMDIA-LOJA-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-LOJ-COD-LOJA PIC 9(003).
              07 ACUMDIA-LOJ-TOTAIS   PIC X(220).
              07 FILLER               PIC X(076).
           05 ACUMDIA-VENDEDOR-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-VEN-COD      PIC 9(003).
              07 ACUMDIA-VEN-TOT-LIQ  PIC 9(009)V99.
              07 ACUMDIA-VEN-TOT-COMIS PIC 9(009)V99.
              07 FILLER               PIC X(274).
           05 ACUMDIA-PROMO-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-PRM-COD-PRODUTO  PIC 9(005).
              07 ACUMDIA-PRM-DATA-INICIAL PIC 9(008).
              07 ACUMDIA-PRM-DATA-FINAL   PIC 9(008).
              07 ACUMDIA-PRM-QTD-VENDIDA  PIC 9(007).
              07 ACUMDIA-PRM-RECEITA-LIQ  PIC 9(011)V99.
              07 FILLER               PIC X(258).
           05 ACUMDIA-PROMO-CESTA-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-PCE-COD-PROMO    PIC 9(004).
              07 ACUMDIA-PCE-ULT-COMPRA   PIC 9(005).
              07 ACUMDIA-PCE-QTD-COMPRAS  PIC 9(007).
              07 ACUMDIA-PCE-CUSTO        PIC 9(011)V99.
              07 FILLER               PIC X(270).
           05 ACUMDIA-REPOSICAO-R REDEFINES ACUMDIA-DADOS.
              07 ACUMDIA-REP-REGISTRO PIC X(036).
              07 FILLER               PIC X(263).

      *LAYOUT DO CICLO NO ACUMULADO E NA TABELA DE CICLOS DO DIA
       01  WRK-CICLO-REGISTRO.
           05 CICLO-NUMERO            PIC 9(002).
           05 CICLO-HORA              PIC 9(006).
           05 CICLO-FECHAMENTO        PIC X(001).
              88 CICLO-REG-FECHA-DIA     VALUE "S".
           05 CICLO-SIT-LOTE          PIC X(001).
              88 CICLO-REG-LOTE-CONFERIDO VALUE "C".
           05 CICLO-LOTE-QTD-COMPRA   PIC 9(007).
           05 CICLO-LOTE-QTD-COMPROD  PIC 9(007).
           05 CICLO-LOTE-SOMA-QTDE    PIC 9(009).
           05 CICLO-LOTE-DATA         PIC 9(008).
           05 CICLO-LIDOS-COMPRA      PIC 9(007).
           05 CICLO-GRAV-RELTOT       PIC 9(007).
           05 CICLO-ULT-COMPRA        PIC 9(005).
           05 CICLO-RECONCILIACAO     PIC X(001).
              88 CICLO-REG-RECONC-OK     VALUE "O".
              88 CICLO-REG-RECONC-DIVERG VALUE "D".

      *CICLOS DO DIA (OS ANTERIORES, DE ACUMANT, E O DESTE RUN)
       01  WRK-TAB-CICLO-QTDE       PIC 9(003) VALUE ZEROS.

       01  WRK-TAB-CICLO.
           05 TAB-CICLO-REGISTRO OCCURS 99 TIMES
                 INDEXED BY IDX-CICLO.
              07 TAB-CICLO-DADOS       PIC X(061).

      *LAYOUT DE PARMLIM - LIMITES DE ERRO DO RUN
       01  WRK-PARMLIM-REGISTRO.
           05 PARMLIM-MAX-PRODERR     PIC  9(007).
      *PERCENTUAL DE ERRO APURADO NO FECHAMENTO
       01  WRK-PCT-ERRO             PIC 9(003)V99 VALUE ZEROS.

      *LAYOUT DE LOJA - CADASTRO DE LOJAS. A ZONA DE PRECO 00
      *PRATICA O PRECO BASE DO CADASTRO DE PRODUTO
       01  WRK-LOJA-REGISTRO.
           05 LOJA-COD-LOJA           PIC  9(003).
           05 LOJA-NOME               PIC  X(020).
           05 LOJA-ZONA-PRECO         PIC  9(002).

      *LAYOUT DE CALLOJA - FECHAMENTO DE UMA LOJA: TIPO S FECHA NO
      *DIA DA SEMANA (0 DOMINGO A 6 SABADO), TIPO D FECHA NA DATA.
      *OS FERIADOS DE CADA LOJA (FERLOJA, GERADO PELO AC01EX38) VEM
      *CONCATENADOS AO CALLOJA, COMO FECHAMENTOS DO TIPO D.
       01  WRK-CALLOJA-REGISTRO.
           05 CALLOJA-COD-LOJA        PIC  9(003).
           05 CALLOJA-TIPO            PIC  X(001).
      *CALENDARIO DE FECHAMENTOS EM MEMORIA
       01  WRK-TAB-CAL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAL-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CAL-QTDE
               INDEXED BY IDX-CAL.
           05 TAB-CAL-COD-LOJA      PIC 9(003).
           05 TAB-CAL-DATA          PIC 9(008).
           05 TAB-CAL-DIA-SEM       PIC 9(001).

      *LAYOUT DE PIXVENDA - UMA VENDA PAGA COM PIX, COM O VALOR
      *LIQUIDO E O IMPOSTO DAS LINHAS DA COMPRA
       01  WRK-PIXVENDA-REGISTRO.
           05 PIXVENDA-COD-COMPRA     PIC  9(005).
           05 PIXVENDA-COD-LOJA       PIC  9(003).
           05 PIXVENDA-COD-CLIENTE    PIC  9(003).
           05 PIXVENDA-DATA           PIC  9(008).
           05 PIXVENDA-ID-PIX         PIC  9(008).
           05 PIXVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 PIXVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE FATVENDA - UMA VENDA FATURADA A CLIENTE
      *CORPORATIVO, COM O VALOR LIQUIDO E O IMPOSTO DAS LINHAS
       01  WRK-FATVENDA-REGISTRO.
           05 FATVENDA-COD-COMPRA     PIC  9(005).
           05 FATVENDA-COD-LOJA       PIC  9(003).
           05 FATVENDA-COD-CLIENTE    PIC  9(003).
           05 FATVENDA-DATA           PIC  9(008).
           05 FATVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 FATVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE CRTVENDA - UMA COMPRA NO CARTAO DA LOJA, NO MESMO
      *LAYOUT DO FATVENDA
       01  WRK-CRTVENDA-REGISTRO.
           05 CRTVENDA-COD-COMPRA     PIC  9(005).
           05 CRTVENDA-COD-LOJA       PIC  9(003).
           05 CRTVENDA-COD-CLIENTE    PIC  9(003).
           05 CRTVENDA-DATA           PIC  9(008).
           05 CRTVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 CRTVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE DINVENDA - UMA VENDA EM DINHEIRO, NO MESMO LAYOUT
      *DO FATVENDA
       01  WRK-DINVENDA-REGISTRO.
           05 DINVENDA-COD-COMPRA     PIC  9(005).
           05 DINVENDA-COD-LOJA       PIC  9(003).
           05 DINVENDA-COD-CLIENTE    PIC  9(003).
           05 DINVENDA-DATA           PIC  9(008).
           05 DINVENDA-VALOR-LIQUIDO  PIC  9(009)V99.
           05 DINVENDA-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE CRTCTA - MESMA CONTA GRAVADA PELO AC01EX14
       01  WRK-CRTCTA-REGISTRO.
           05 CRTCTA-COD-CLIENTE      PIC  9(003).
           05 CRTCTA-SITUACAO         PIC  X(001).
           05 CRTCTA-DATA-ADESAO      PIC  9(008).
           05 CRTCTA-LIMITE           PIC  9(009)V99.
           05 CRTCTA-SALDO            PIC S9(009)V99.
           05 FILLER                  PIC  X(059).

      *TABELA DAS CONTAS DO CARTAO DA LOJA, COM O SALDO
      *ATUALIZADO PELAS COMPRAS AUTORIZADAS NESTE RUN
       01  WRK-TAB-CRT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CRT-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CRT-QTDE
               INDEXED BY IDX-CRT.
           05 TAB-CRT-COD-CLIENTE     PIC 9(003).
           05 TAB-CRT-SITUACAO        PIC X(001).
               88 TAB-CRT-ATIVA          VALUE "A".
           05 TAB-CRT-LIMITE          PIC 9(009)V99.
           05 TAB-CRT-SALDO           PIC S9(009)V99.

       01  WRK-SW-CARTAO            PIC 9(001) VALUE ZEROS.
           88 CARTAO-AUTORIZADO        VALUE 1.
           88 CARTAO-RECUSADO          VALUE 0.

      *LAYOUT DE NUMFISC - SERIE E ULTIMO NUMERO FISCAL DA LOJA
       01  WRK-NUMFISC-REGISTRO.
           05 NUMFISC-COD-LOJA        PIC  9(003).
           05 NUMFISC-SERIE           PIC  9(003).
           05 NUMFISC-ULT-NUMERO      PIC  9(009).
           05 NUMFISC-DATA-ULT        PIC  9(008).

      *LAYOUT DE DOCFISC - DOCUMENTO FISCAL EMITIDO PARA A COMPRA
       01  WRK-DOCFISC-REGISTRO.
           05 DOCFISC-COD-LOJA        PIC  9(003).
           05 DOCFISC-SERIE           PIC  9(003).
           05 DOCFISC-NUMERO          PIC  9(009).
           05 DOCFISC-COD-COMPRA      PIC  9(005).
           05 DOCFISC-COD-CLIENTE     PIC  9(003).
           05 DOCFISC-DATA            PIC  9(008).
           05 DOCFISC-VALOR-LIQUIDO   PIC  9(009)V99.
           05 DOCFISC-VALOR-IMPOSTO   PIC  9(009)V99.

      *LAYOUT DE FUNCCLI - CLIENTE QUE E FUNCIONARIO (VENDEDOR), COM
      *O DESCONTO DE FUNCIONARIO E O LIMITE MENSAL DE COMPRA COM
      *DESCONTO (VALOR ANTES DO DESCONTO DE FUNCIONARIO)
       01  WRK-FUNCCLI-REGISTRO.
           05 FUNCCLI-COD-CLIENTE     PIC  9(003).
           05 FUNCCLI-COD-VENDEDOR    PIC  9(003).
           05 FUNCCLI-PERCENTUAL      PIC  9(003)V99.
           05 FUNCCLI-LIMITE-MENSAL   PIC  9(007)V99.

      *LAYOUT DE FUNCSLD - CONSUMO DO MES DE REFERENCIA (AAAAMM DA
      *DATA DA COMPRA). VIRADA DE MES ZERA OS ACUMULADOS; O AC01EX01
      *MARCA O MES COMO REPORTADO AO RH.
       01  WRK-FUNCSLD-REGISTRO.
           05 FUNCSLD-COD-VENDEDOR    PIC  9(003).
           05 FUNCSLD-COD-CLIENTE     PIC  9(003).
           05 FUNCSLD-MES-REF         PIC  9(006).
           05 FUNCSLD-VALOR-COMPRAS   PIC  9(009)V99.
           05 FUNCSLD-VALOR-NO-LIMITE PIC  9(009)V99.
           05 FUNCSLD-VALOR-DESCONTO  PIC  9(009)V99.
           05 FUNCSLD-VALOR-ACIMA     PIC  9(009)V99.
           05 FUNCSLD-QTD-COMPRAS     PIC  9(005).
           05 FUNCSLD-REPORTADO       PIC  X(001).
               88 FUNCSLD-MES-REPORTADO  VALUE "S".

      *LAYOUT DE ASSDESC - MESMO GRAVADO PELO AC01EX30
       01  WRK-ASSDESC-REGISTRO.
           05 ASSDESC-COD-COMPRA      PIC  9(005).
           05 ASSDESC-PCT-DESCONTO    PIC  9(003)V99.

      *LAYOUT DE COMPSUSP - COMPRA DATADA EM DIA FECHADO DA LOJA
       01  WRK-COMPSUSP-REGISTRO.
           05 COMPSUSP-COD-COMPRA     PIC  9(005).
               INDEXED BY IDX-LOJA.
           05 TAB-LOJA-COD-LOJA        PIC 9(003).
           05 TAB-LOJA-NOME            PIC X(020).
           05 TAB-LOJA-ZONA-PRECO      PIC 9(002).
           05 TAB-LOJA-TOTAIS.
              07 TAB-LOJA-BOLETO-BRUTO    PIC 9(009)V99.
              07 TAB-LOJA-BOLETO-LIQ      PIC 9(009)V99.
              07 TAB-LOJA-CHEQUE-BRUTO    PIC 9(009)V99.
              07 TAB-LOJA-CHEQUE-LIQ      PIC 9(009)V99.
              07 TAB-LOJA-DEBITO-BRUTO    PIC 9(009)V99.
              07 TAB-LOJA-DEBITO-LIQ      PIC 9(009)V99.
              07 TAB-LOJA-CREDITO-BRUTO   PIC 9(009)V99.
              07 TAB-LOJA-CREDITO-LIQ     PIC 9(009)V99.
              07 TAB-LOJA-VALE-BRUTO      PIC 9(009)V99.
              07 TAB-LOJA-VALE-LIQ        PIC 9(009)V99.
              07 TAB-LOJA-NCRED-BRUTO     PIC 9(009)V99.
              07 TAB-LOJA-NCRED-LIQ       PIC 9(009)V99.
              07 TAB-LOJA-DINHEIRO-BRUTO  PIC 9(009)V99.
              07 TAB-LOJA-DINHEIRO-LIQ    PIC 9(009)V99.
              07 TAB-LOJA-PIX-BRUTO       PIC 9(009)V99.
              07 TAB-LOJA-PIX-LIQ         PIC 9(009)V99.
              07 TAB-LOJA-FAT-BRUTO       PIC 9(009)V99.
              07 TAB-LOJA-FAT-LIQ         PIC 9(009)V99.
              07 TAB-LOJA-CRT-BRUTO       PIC 9(009)V99.
              07 TAB-LOJA-CRT-LIQ         PIC 9(009)V99.

      *TOTAIS DO CLIENTE CORRENTE POR LOJA, ZERADOS NA TROCA DE
      *CLIENTE JUNTO COM OS ACUMULADORES DO CLITOT
           88 ESTQLOJA-DISPONIVEL      VALUE 1.
           88 ESTQLOJA-AUSENTE         VALUE 0.

      *LAYOUT DE ESTQLOTE - SALDO DE UM LOTE DO PRODUTO (MESMO
      *GRAVADO PELO AC00EX57)
       01  WRK-ESTQLOTE-REGISTRO.
           05 ESTQLOTE-CHAVE.
              07 ESTQLOTE-COD-PRODUTO   PIC 9(005).
              07 ESTQLOTE-DATA-VALIDADE PIC 9(008).
              07 ESTQLOTE-NUM-LOTE      PIC X(010).
           05 ESTQLOTE-SALDO            PIC 9(007).
           05 ESTQLOTE-DATA-ENTRADA     PIC 9(008).

      *INDICA SE O KSDS DE LOTES ESTA DISPONIVEL NESTE RUN
       01  WRK-SW-ESTQLOTE          PIC 9(001) VALUE ZEROS.
           88 ESTQLOTE-DISPONIVEL      VALUE 1.
           88 ESTQLOTE-AUSENTE         VALUE 0.

      *CONTROLE DO CONSUMO DOS LOTES DE UM PRODUTO NA VENDA
       01  WRK-LOTE-A-BAIXAR        PIC 9(007) VALUE ZEROS.
       01  WRK-SW-FIM-LOTES         PIC 9(001) VALUE ZEROS.
           88 FIM-LOTES-PRODUTO        VALUE 1.
           88 HA-LOTES-PRODUTO         VALUE 0.

      *LAYOUT DE ESTQERR - LINHA COM ESTOQUE INSUFICIENTE
       01  WRK-ESTQERR-REGISTRO.
           05 ESTQERR-COD-COMPRA      PIC  9(005).
               88 ESTQERR-MOT-SALDO-INSUFICIENTE VALUE "1".
               88 ESTQERR-MOT-SEM-REGISTRO       VALUE "2".

      *LAYOUT DE BACKNOVO - ENCOMENDA DO CLIENTE PELA QUANTIDADE
      *QUE FALTOU NO ESTOQUE, AO PRECO UNITARIO VIGENTE NO DIA
       01  WRK-BACKNOVO-REGISTRO.
           05 BACKNOVO-COD-COMPRA     PIC  9(005).
           05 BACKNOVO-COD-CLIENTE    PIC  9(003).
           05 BACKNOVO-COD-LOJA       PIC  9(003).
           05 BACKNOVO-COD-PRODUTO    PIC  9(005).
           05 BACKNOVO-QUANTIDADE     PIC  9(003).
           05 BACKNOVO-PRECO          PIC  9(009)V99.
           05 BACKNOVO-DATA           PIC  9(008).

      *LAYOUT DE ESTQREP - PRODUTO ABAIXO DO MINIMO NO RUN
       01  WRK-ESTQREP-REGISTRO.
           05 ESTQREP-COD-PRODUTO     PIC  9(005).
           05 PONTOS-RESGATADOS       PIC  9(009).
           05 PONTOS-SALDO            PIC  9(009).

      *LAYOUT DE JRNMEST - UM REGISTRO POR ATUALIZACAO DE KSDS
      *MESTRE (I/A/E), COM AS IMAGENS ANTES E DEPOIS, E NO FIM DO
      *RUN UM REGISTRO DE CONTROLE (C) POR MESTRE COM AS FIGURAS DO
      *RUN. O RUN E IDENTIFICADO PELA DATA, PELO PASSO (A MESMA
      *CHAVE DO RUNCTL) E PELA HORA DE INICIO.
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

      *FIGURAS DE CONTROLE DO RUN POR MESTRE, GRAVADAS NO JRNMEST
      *NO FIM DO RUN
       01  TAB-JRC-REGISTRO OCCURS 5 TIMES
               INDEXED BY IDX-JRC.
           05 TAB-JRC-ARQUIVO         PIC X(008).
           05 TAB-JRC-INCLUSOES       PIC 9(009).
           05 TAB-JRC-ALTERACOES      PIC 9(009).
           05 TAB-JRC-EXCLUSOES       PIC 9(009).
           05 TAB-JRC-SOMA-CHAVES-INC PIC 9(015).
           05 TAB-JRC-SOMA-CHAVES-EXC PIC 9(015).

       01  WRK-JRN-SEQUENCIA        PIC 9(009) VALUE ZEROS.

      *IMAGEM ANTES DO ESTOQUE, GUARDADA ENQUANTO OS LOTES DO
      *PRODUTO SAO BAIXADOS E JORNALIZADOS
       01  WRK-JRN-ESTOQUE-ANTES    PIC X(100) VALUE SPACES.

      *PONTOS GANHOS PELO CLIENTE CORRENTE - UM PONTO POR CADA
      *10,00 DE VALOR LIQUIDO
       01  WRK-PONTOS-GANHOS        PIC 9(009) VALUE ZEROS.
      *STATUS DO PRODUTO DA LINHA CORRENTE (A QUANDO SEM REGISTRO)
       01  WRK-STATUS-PRODUTO       PIC X(001) VALUE "A".

      *LAYOUT DE PRODGAR - TIPO G (PRODUTO DE GARANTIA ESTENDIDA,
      *COM O PERCENTUAL SOBRE O PRECO UNITARIO VIGENTE DO APARELHO
      *E OS MESES DE COBERTURA APOS A GARANTIA DE FABRICA) OU TIPO A
      *(APARELHO ELEGIVEL, COM OS MESES DA GARANTIA DE FABRICA)
       01  WRK-PRODGAR-REGISTRO.
           05 PRODGAR-COD-PRODUTO     PIC  9(005).
           05 PRODGAR-TIPO            PIC  X(001).
           05 PRODGAR-PERCENTUAL      PIC  9(003)V99.
           05 PRODGAR-MESES           PIC  9(003).

      *CADASTRO DA GARANTIA ESTENDIDA EM MEMORIA
       01  WRK-TAB-GAR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-GAR-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-GAR-QTDE
               INDEXED BY IDX-GAR.
           05 TAB-GAR-COD-PRODUTO   PIC 9(005).
           05 TAB-GAR-TIPO          PIC X(001).
               88 TAB-GAR-E-GARANTIA     VALUE "G".
               88 TAB-GAR-E-APARELHO     VALUE "A".
           05 TAB-GAR-PERCENTUAL    PIC 9(003)V99.
           05 TAB-GAR-MESES         PIC 9(003).

      *APOIO A BUSCA NO CADASTRO DA GARANTIA ESTENDIDA
       01  WRK-GAR-COD-BUSCA        PIC 9(005) VALUE ZEROS.
       01  WRK-GAR-PERCENTUAL       PIC 9(003)V99 VALUE ZEROS.
       01  WRK-GAR-MESES-COBERTURA  PIC 9(003) VALUE ZEROS.
       01  WRK-SW-GAR-ENCONTRADO    PIC 9(001) VALUE ZEROS.
           88 GAR-ENCONTRADO           VALUE 1.

      *LAYOUT DE GARVENDA - LINHA DE GARANTIA ESTENDIDA VENDIDA, COM
      *O APARELHO COBERTO (LINHA ANTERIOR DA COMPRA), O PRECO
      *UNITARIO DELE, O VALOR LIQUIDO PAGO PELA GARANTIA E OS MESES
      *DE FABRICA E DE COBERTURA ESTENDIDA
       01  WRK-GARVENDA-REGISTRO.
           05 GARVENDA-COD-COMPRA     PIC  9(005).
           05 GARVENDA-COD-CLIENTE    PIC  9(003).
           05 GARVENDA-DATA           PIC  9(008).
           05 GARVENDA-COD-LOJA       PIC  9(003).
           05 GARVENDA-COD-GARANTIA   PIC  9(005).
           05 GARVENDA-COD-ITEM       PIC  9(005).
           05 GARVENDA-QUANTIDADE     PIC  9(003).
           05 GARVENDA-VALOR-ITEM     PIC  9(009)V99.
           05 GARVENDA-VALOR-PREMIO   PIC  9(009)V99.
           05 GARVENDA-MESES-FABRICA  PIC  9(003).
           05 GARVENDA-MESES-COBERTURA PIC 9(003).

      *LAYOUT DE KITBOM - UM COMPONENTE DE UM KIT
       01  WRK-KITBOM-REGISTRO.
           88 TIERMST-DISPONIVEL       VALUE 1.
           88 TIERMST-AUSENTE          VALUE 0.

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
           03 AUX-ALIQUOTA-IMPOSTO      PIC  9(003)V99.
           03 AUX-VALOR-IMPOSTO         PIC  9(009)V99.
           03 AUX-PIX-VALOR-LIQUIDO     PIC  9(009)V99.
           03 AUX-PIX-VALOR-IMPOSTO     PIC  9(009)V99.
           03 AUX-FAT-VALOR-LIQUIDO     PIC  9(009)V99.
           03 AUX-FAT-VALOR-IMPOSTO     PIC  9(009)V99.
           03 AUX-CRT-VALOR-LIQUIDO     PIC  9(009)V99.
           03 AUX-CRT-VALOR-IMPOSTO     PIC  9(009)V99.
           03 AUX-DIN-VALOR-LIQUIDO     PIC  9(009)V99.
           03 AUX-DIN-VALOR-IMPOSTO     PIC  9(009)V99.
           03 AUX-DOC-VALOR-IMPOSTO     PIC  9(009)V99.

      *PERCENTUAL DE COMISSAO PAGO AO VENDEDOR SOBRE O VALOR LIQUIDO
      *DE CADA LINHA DE COMPROD.
           03 WRK-TOT-NCRED-LIQ         PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-DINHEIRO-BRUTO    PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-DINHEIRO-LIQ      PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-PIX-BRUTO         PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-PIX-LIQ           PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-PIX-IMPOSTO       PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-FAT-BRUTO         PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-FAT-LIQ           PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-CRT-BRUTO         PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-CRT-LIQ           PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-GERAL-BRUTO       PIC 9(010)V99 VALUE ZEROS.
           03 WRK-TOT-GERAL-LIQ         PIC 9(010)V99 VALUE ZEROS.

           PERFORM 061-FORMATA-HORA.
           PERFORM 062-MOSTRAR-DATA-HORA.

           PERFORM 151-VERIFICAR-OVERRIDE.
           PERFORM 159A-LER-PARMPASSO.
           PERFORM 205-VERIFICAR-CICLO.
           PERFORM 150-VERIFICAR-RUNCTL.
           PERFORM 156-VALIDAR-LOTE.

           PERFORM 013-ABRIR-CHECKPOINT.
           PERFORM 014-VERIFICAR-CHECKPOINT.
           PERFORM 024-ABRIR-PONTOS.
           PERFORM 024A-ABRIR-NUMFISC.
           PERFORM 024B-ABRIR-FUNCSLD.
           PERFORM 028-ABRIR-PROCREG.
           PERFORM 029-ABRIR-ESTOQUE.
           PERFORM 029A-ABRIR-ESTQLOJA.
           PERFORM 029B-ABRIR-ESTQLOTE.
           PERFORM 021-ABRIR-VOUCHER.
           PERFORM 202-ABRIR-JRNMEST.
           PERFORM 021A-ABRIR-NCREDSLD.
           PERFORM 021B-ABRIR-TIERMST.
           PERFORM 021C-ABRIR-PRODSTAT.

      *    AS TABELAS ENTRAM ANTES DA PRIMEIRA LEITURA - A LEITURA
      *    DE COMPRA JA CONSULTA O CALENDARIO DAS LOJAS.
           PERFORM 019-CARREGAR-TABELA-PARMPROMO.
           PERFORM 019A-CARREGAR-TABELA-PROMCESTA.
           PERFORM 023-CARREGAR-TABELA-LOJA.
           PERFORM 025-CARREGAR-TABELA-VENDEDOR.
           PERFORM 025A-CARREGAR-TABELA-FUNCCLI.
           PERFORM 026-CARREGAR-TABELA-LIMCRED.
           PERFORM 144-ABRIR-PARMLIM.
           PERFORM 027-CARREGAR-TABELA-HOLDLIB.
           PERFORM 027A-CARREGAR-TABELA-KITBOM.
           PERFORM 027M-CARREGAR-TABELA-PRODGAR.
           PERFORM 027P-CARREGAR-TABELA-CRTCTA.
           PERFORM 027G-CARREGAR-TABELA-SCORECLI.
           PERFORM 027J-CARREGAR-TABELA-CALLOJA.
           PERFORM 027S-CARREGAR-TABELA-ASSDESC.
           PERFORM 206-CARREGAR-ACUMULADO.

           PERFORM 040-LER-ARQUIVOS.

           END-IF.

       027L-MOVER-DADOS-TAB-CAL.
           IF WRK-TAB-CAL-QTDE = 9999
              DISPLAY "TABELA DO CALENDARIO DE LOJAS EXCEDIDA - 9999"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CAL-QTDE.
           MOVE CALLOJA-COD-LOJA
           TO TAB-CAL-COD-LOJA(WRK-TAB-CAL-QTDE).
           TO TAB-CAL-DIA-SEM(WRK-TAB-CAL-QTDE).
           PERFORM 027K-LER-CALLOJA.

      *CARREGA OS DESCONTOS DOS PEDIDOS DE ASSINATURA DA ENTREGA.
      *SEM O ARQUIVO, NENHUMA COMPRA RECEBE DESCONTO DE ASSINATURA.
       027S-CARREGAR-TABELA-ASSDESC.
           OPEN INPUT   ASSDESC.
           IF WRK-FS-ASSDESC = "35"
              MOVE ZEROS TO WRK-TAB-ADS-QTDE
           ELSE
              IF WRK-FS-ASSDESC NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ASSDESC - FS: "
                         WRK-FS-ASSDESC
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 027T-LER-ASSDESC
              PERFORM 027U-MOVER-DADOS-TAB-ADS
                UNTIL WRK-FS-ASSDESC = "10"

              CLOSE ASSDESC
              IF WRK-FS-ASSDESC NOT = "00"
                 DISPLAY "ERRO CLOSE ASSDESC - FS: "
                         WRK-FS-ASSDESC
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       027T-LER-ASSDESC.
           READ ASSDESC    INTO WRK-ASSDESC-REGISTRO.
           IF WRK-FS-ASSDESC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ASSDESC - FS: " WRK-FS-ASSDESC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       027U-MOVER-DADOS-TAB-ADS.
           ADD 1 TO WRK-TAB-ADS-QTDE.
           MOVE ASSDESC-COD-COMPRA
           TO TAB-ADS-COD-COMPRA(WRK-TAB-ADS-QTDE).
           MOVE ASSDESC-PCT-DESCONTO
           TO TAB-ADS-PCT-DESCONTO(WRK-TAB-ADS-QTDE).
           PERFORM 027T-LER-ASSDESC.

      *CARREGA O CADASTRO DA GARANTIA ESTENDIDA. SEM O ARQUIVO,
      *NENHUM PRODUTO E TRATADO COMO GARANTIA.
       027M-CARREGAR-TABELA-PRODGAR.
           OPEN INPUT   PRODGAR.
           IF WRK-FS-PRODGAR = "35"
              MOVE ZEROS TO WRK-TAB-GAR-QTDE
           ELSE
              IF WRK-FS-PRODGAR NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODGAR - FS: "
                         WRK-FS-PRODGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 027N-LER-PRODGAR
              PERFORM 027O-MOVER-DADOS-TAB-GAR
                UNTIL WRK-FS-PRODGAR = "10"

              CLOSE PRODGAR
              IF WRK-FS-PRODGAR NOT = "00"
                 DISPLAY "ERRO CLOSE PRODGAR - FS: "
                         WRK-FS-PRODGAR
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       027N-LER-PRODGAR.
           READ PRODGAR    INTO WRK-PRODGAR-REGISTRO.
           IF WRK-FS-PRODGAR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODGAR - FS: " WRK-FS-PRODGAR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       027O-MOVER-DADOS-TAB-GAR.
           ADD 1 TO WRK-TAB-GAR-QTDE.
           MOVE PRODGAR-COD-PRODUTO
           TO TAB-GAR-COD-PRODUTO(WRK-TAB-GAR-QTDE).
           MOVE PRODGAR-TIPO
           TO TAB-GAR-TIPO(WRK-TAB-GAR-QTDE).
           MOVE PRODGAR-PERCENTUAL
           TO TAB-GAR-PERCENTUAL(WRK-TAB-GAR-QTDE).
           MOVE PRODGAR-MESES
           TO TAB-GAR-MESES(WRK-TAB-GAR-QTDE).
           PERFORM 027N-LER-PRODGAR.

      *CARREGA AS CONTAS DO CARTAO DA LOJA. SEM O ARQUIVO, NENHUM
      *CLIENTE TEM CARTAO E TODA COMPRA CARTLOJA E RECUSADA.
       027P-CARREGAR-TABELA-CRTCTA.
           OPEN INPUT   CRTCTA.
           IF WRK-FS-CRTCTA = "35"
              MOVE ZEROS TO WRK-TAB-CRT-QTDE
           ELSE
              IF WRK-FS-CRTCTA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CRTCTA - FS: "
                         WRK-FS-CRTCTA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 027Q-LER-CRTCTA
              PERFORM 027R-MOVER-DADOS-TAB-CRT
                UNTIL WRK-FS-CRTCTA = "10"

              CLOSE CRTCTA
              IF WRK-FS-CRTCTA NOT = "00"
                 DISPLAY "ERRO CLOSE CRTCTA - FS: "
                         WRK-FS-CRTCTA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       027Q-LER-CRTCTA.
           READ CRTCTA     INTO WRK-CRTCTA-REGISTRO.
           IF WRK-FS-CRTCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRTCTA - FS: " WRK-FS-CRTCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       027R-MOVER-DADOS-TAB-CRT.
           ADD 1 TO WRK-TAB-CRT-QTDE.
           MOVE CRTCTA-COD-CLIENTE
           TO TAB-CRT-COD-CLIENTE(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-SITUACAO
           TO TAB-CRT-SITUACAO(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-LIMITE
           TO TAB-CRT-LIMITE(WRK-TAB-CRT-QTDE).
           MOVE CRTCTA-SALDO
           TO TAB-CRT-SALDO(WRK-TAB-CRT-QTDE).
           PERFORM 027Q-LER-CRTCTA.

      *CARREGA AS BANDAS DE PONTUACAO DO AC00EX40 E PREPARA OS
      *ACUMULADORES DE DECLINIO. SEM O ARQUIVO, NENHUMA TRIAGEM
      *POR BANDA E FEITA (COMPORTAMENTO ANTERIOR).
           END-IF.
           PERFORM 027H-LER-SCORECLI.

      *CARREGA A COMPOSICAO DOS KITS. SEM O ARQUIVO, NENHUM
      *PRODUTO E TRATADO COMO KIT (COMPORTAMENTO ANTERIOR).
       027A-CARREGAR-TABELA-KITBOM.
                PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   BOLCHE
           ELSE
              OPEN OUTPUT   BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   DEBCRE
           ELSE
              OPEN OUTPUT   DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   RELTOT
           ELSE
              OPEN OUTPUT   RELTOT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   RELTOTCSV
           ELSE
              OPEN OUTPUT   RELTOTCSV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   COMISSAO
           ELSE
              OPEN OUTPUT   COMISSAO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   LOGEXEC
           ELSE
              OPEN OUTPUT   LOGEXEC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   ORFCLI
           ELSE
              OPEN OUTPUT   ORFCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   PRODERR
           ELSE
              OPEN OUTPUT   PRODERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   PRODVALERR
           ELSE
              OPEN OUTPUT   PRODVALERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   LOJAERR
           ELSE
              OPEN OUTPUT   LOJAERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   VENDERR
           ELSE
              OPEN OUTPUT   VENDERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   COMPHOLD
           ELSE
              OPEN OUTPUT   COMPHOLD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   DUPREL
           ELSE
              OPEN OUTPUT   DUPREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   ESTQERR
           ELSE
              OPEN OUTPUT   ESTQERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   BACKNOVO
           ELSE
              OPEN OUTPUT   BACKNOVO
           END-IF.
           IF WRK-FS-BACKNOVO NOT = ZEROS
              DISPLAY "ERRO ABERTURA BACKNOVO - FS: " WRK-FS-BACKNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT  ESTQREP.
           IF WRK-FS-ESTQREP NOT = ZEROS
              DISPLAY "ERRO ABERTURA ESTQREP - FS: " WRK-FS-ESTQREP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   VALEERR
           ELSE
              OPEN OUTPUT   VALEERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   NCREDERR
           ELSE
              OPEN OUTPUT   NCREDERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   NCREDRES
           ELSE
              OPEN OUTPUT   NCREDRES
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   KITERR
           ELSE
              OPEN OUTPUT   KITERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   HOLDMOT
           ELSE
              OPEN OUTPUT   HOLDMOT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   COMPSUSP
           ELSE
              OPEN OUTPUT   COMPSUSP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   PIXVENDA
           ELSE
              OPEN OUTPUT   PIXVENDA
           END-IF.
           IF WRK-FS-PIXVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA PIXVENDA - FS: "
                      WRK-FS-PIXVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   GARVENDA
           ELSE
              OPEN OUTPUT   GARVENDA
           END-IF.
           IF WRK-FS-GARVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA GARVENDA - FS: "
                      WRK-FS-GARVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   FATVENDA
           ELSE
              OPEN OUTPUT   FATVENDA
           END-IF.
           IF WRK-FS-FATVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATVENDA - FS: "
                      WRK-FS-FATVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   CRTVENDA
           ELSE
              OPEN OUTPUT   CRTVENDA
           END-IF.
           IF WRK-FS-CRTVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA CRTVENDA - FS: "
                      WRK-FS-CRTVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   DINVENDA
           ELSE
              OPEN OUTPUT   DINVENDA
           END-IF.
           IF WRK-FS-DINVENDA NOT = ZEROS
              DISPLAY "ERRO ABERTURA DINVENDA - FS: "
                      WRK-FS-DINVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   DOCFISC
           ELSE
              OPEN OUTPUT   DOCFISC
           END-IF.
           IF WRK-FS-DOCFISC NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOCFISC - FS: "
                      WRK-FS-DOCFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT  COMISTOT.
           IF WRK-FS-COMISTOT NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMISTOT - FS: " WRK-FS-COMISTOT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   PAGTOERR
           ELSE
              OPEN OUTPUT   PAGTOERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   CLITOT
           ELSE
              OPEN OUTPUT   CLITOT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT  PROMCESREL.
           IF WRK-FS-PROMCESREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA PROMCESREL - FS: "
                      WRK-FS-PROMCESREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT  RELDIA.
           IF WRK-FS-RELDIA NOT = ZEROS
              DISPLAY "ERRO ABERTURA RELDIA - FS: " WRK-FS-RELDIA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF SAIDAS-EM-EXTENSAO
              OPEN EXTEND   CLITOTLOJ
           ELSE
              OPEN OUTPUT   CLITOTLOJ
           END-IF.
           IF WRK-FS-CLITOTLOJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA CLITOTLOJ - FS: "
                      WRK-FS-CLITOTLOJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *ABRE A NUMERACAO FISCAL POR LOJA. NA PRIMEIRA EXECUCAO O
      *KSDS AINDA NAO EXISTE E E CRIADO VAZIO.
       024A-ABRIR-NUMFISC.
           OPEN I-O      NUMFISC.
           IF WRK-FS-NUMFISC = "35"
              OPEN OUTPUT   NUMFISC
              IF WRK-FS-NUMFISC NOT = ZEROS
                 DISPLAY "ERRO CRIACAO NUMFISC - FS: " WRK-FS-NUMFISC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE NUMFISC
              OPEN I-O   NUMFISC
           END-IF.
           IF WRK-FS-NUMFISC NOT = ZEROS
              DISPLAY "ERRO ABERTURA NUMFISC - FS: " WRK-FS-NUMFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *ABRE O CONSUMO MENSAL DOS FUNCIONARIOS. NA PRIMEIRA EXECUCAO
      *O KSDS AINDA NAO EXISTE E E CRIADO VAZIO.
       024B-ABRIR-FUNCSLD.
           OPEN I-O      FUNCSLD.
           IF WRK-FS-FUNCSLD = "35"
              OPEN OUTPUT   FUNCSLD
              IF WRK-FS-FUNCSLD NOT = ZEROS
                 DISPLAY "ERRO CRIACAO FUNCSLD - FS: " WRK-FS-FUNCSLD
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE FUNCSLD
              OPEN I-O   FUNCSLD
           END-IF.
           IF WRK-FS-FUNCSLD NOT = ZEROS
              DISPLAY "ERRO ABERTURA FUNCSLD - FS: " WRK-FS-FUNCSLD
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *ABRE O REGISTRO PERSISTENTE DE COMPRAS PROCESSADAS. NA
      *PRIMEIRA EXECUCAO O KSDS AINDA NAO EXISTE E E CRIADO VAZIO.
       028-ABRIR-PROCREG.
           OPEN I-O      PROCREG.
              SET ESTQLOJA-DISPONIVEL TO TRUE
           END-IF.

      *ABRE OS LOTES DE ESTOQUE, CRIADOS PELO AC00EX57. SEM O
      *KSDS, A VENDA BAIXA SOMENTE O POCO UNICO, COMO ANTES.
       029B-ABRIR-ESTQLOTE.
           SET ESTQLOTE-AUSENTE TO TRUE.
           OPEN I-O      ESTQLOTE.
           IF WRK-FS-ESTQLOTE = "35"
              CONTINUE
           ELSE
              IF WRK-FS-ESTQLOTE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ESTQLOTE - FS: "
                         WRK-FS-ESTQLOTE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET ESTQLOTE-DISPONIVEL TO TRUE
           END-IF.

      *ABRE O MESTRE DE VALES. NA PRIMEIRA EXECUCAO O KSDS AINDA
      *NAO EXISTE E E CRIADO VAZIO (NENHUM VALE EMITIDO).
       021-ABRIR-VOUCHER.
      *OVERRIDE EXPLICITO DO OPERADOR (ARQUIVO PARMOVRD PRESENTE).
      *AO FINAL, CARIMBA O INICIO DESTE PASSO.
       150-VERIFICAR-RUNCTL.
           OPEN I-O      RUNCTL.
           IF WRK-FS-RUNCTL = "35"
              OPEN OUTPUT   RUNCTL
                   END-IF
           END-READ.

      *    O CICLO INTRADIARIO RODA CONTRA OS MESTRES DA ULTIMA
      *    MANUTENCAO; OS PRE-REQUISITOS DO DIA SO VALEM NO FECHAMENTO
           IF OVERRIDE-NAO-AUTORIZADO AND CICLO-FECHA-DIA
              PERFORM 152-VERIFICAR-PREREQUISITO-EX11
              PERFORM 153-VERIFICAR-PREREQUISITO-EX12
           END-IF.

              PERFORM 157-CONTAR-LOTE
              PERFORM 158-CONFERIR-LOTE
              SET LOTE-CONFERIDO TO TRUE
           END-IF.

       157-CONTAR-LOTE.
           IF WRK-CKPT-ULT-COMPRA-LIDO > ZEROS
              DISPLAY "REINICIO DETECTADO - RETOMANDO APOS A COMPRA: "
                      WRK-CKPT-ULT-COMPRA-LIDO
              SET SAIDAS-EM-EXTENSAO TO TRUE
           END-IF.

      *ABRE O KSDS DE STATUS DE PRODUTO DO AC00EX11. SEM ELE,
      *TODO PRODUTO E TRATADO COMO ATIVO (COMPORTAMENTO ANTERIOR).
       021C-ABRIR-PRODSTAT.
           DISPLAY "PERIODO SELECIONADO: " PARMPERI-DATA-INICIAL
                   " A " PARMPERI-DATA-FINAL.

      *CARREGA AS PROMOCOES VIGENTES. SE O ARQUIVO NAO EXISTIR, A
      *TABELA FICA VAZIA E NENHUMA PROMOCAO E APLICADA.
       019-CARREGAR-TABELA-PARMPROMO.
           TO TAB-PARMPROMO-RECEITA-LIQ(WRK-TAB-PARMPROMO-QTDE).
           PERFORM 099-LER-PARMPROMO.

      *CARREGA AS PROMOCOES DE CESTA. SEM O ARQUIVO, NENHUMA
      *COMPRA RECEBE DESCONTO DE CESTA.
       019A-CARREGAR-TABELA-PROMCESTA.
           OPEN INPUT   PROMCESTA.
           IF WRK-FS-PROMCESTA = "35"
              MOVE ZEROS TO WRK-TAB-PCE-QTDE
           ELSE
              IF WRK-FS-PROMCESTA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PROMCESTA - FS: "
                         WRK-FS-PROMCESTA
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 019B-LER-PROMCESTA
              PERFORM 019C-MOVER-DADOS-TAB-PCE
                UNTIL WRK-FS-PROMCESTA = "10"

              CLOSE PROMCESTA
              IF WRK-FS-PROMCESTA NOT = "00"
                 DISPLAY "ERRO CLOSE PROMCESTA - FS: "
                         WRK-FS-PROMCESTA
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       019B-LER-PROMCESTA.
           READ PROMCESTA    INTO WRK-PROMCESTA-REGISTRO.
           IF WRK-FS-PROMCESTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PROMCESTA - FS: "
                      WRK-FS-PROMCESTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       019C-MOVER-DADOS-TAB-PCE.
           ADD 1 TO WRK-TAB-PCE-QTDE.
           SET IDX-PCE TO WRK-TAB-PCE-QTDE.
           MOVE PROMCESTA-COD-PROMO     TO TAB-PCE-COD-PROMO(IDX-PCE).
           MOVE PROMCESTA-TIPO          TO TAB-PCE-TIPO(IDX-PCE).
           MOVE PROMCESTA-DATA-INICIAL
             TO TAB-PCE-DATA-INICIAL(IDX-PCE).
           MOVE PROMCESTA-DATA-FINAL    TO TAB-PCE-DATA-FINAL(IDX-PCE).
           MOVE PROMCESTA-COD-PRODUTO
             TO TAB-PCE-COD-PRODUTO(IDX-PCE).
           MOVE PROMCESTA-COD-PRODUTO-B
             TO TAB-PCE-COD-PRODUTO-B(IDX-PCE).
           MOVE PROMCESTA-QTD-LEVE      TO TAB-PCE-QTD-LEVE(IDX-PCE).
           MOVE PROMCESTA-QTD-PAGUE     TO TAB-PCE-QTD-PAGUE(IDX-PCE).
           MOVE PROMCESTA-PERCENTUAL    TO TAB-PCE-PERCENTUAL(IDX-PCE).
           MOVE PROMCESTA-VALOR-MINIMO
             TO TAB-PCE-VALOR-MINIMO(IDX-PCE).
           MOVE PROMCESTA-VALOR-DESCONTO
             TO TAB-PCE-VALOR-DESCONTO(IDX-PCE).
           MOVE PROMCESTA-ACUMULA       TO TAB-PCE-ACUMULA(IDX-PCE).
           MOVE ZEROS TO TAB-PCE-ULT-COMPRA(IDX-PCE)
                         TAB-PCE-QTD-COMPRAS(IDX-PCE)
                         TAB-PCE-CUSTO(IDX-PCE).
           PERFORM 019B-LER-PROMCESTA.

      *CARREGA O CADASTRO DE LOJAS. O CADASTRO E OBRIGATORIO - SEM
      *ELE NENHUMA LOJA PODERIA SER VALIDADA E O RUN INTEIRO CAIRIA
           ADD 1 TO WRK-TAB-LOJA-QTDE.
           MOVE LOJA-COD-LOJA TO TAB-LOJA-COD-LOJA(WRK-TAB-LOJA-QTDE).
           MOVE LOJA-NOME     TO TAB-LOJA-NOME(WRK-TAB-LOJA-QTDE).
           MOVE LOJA-ZONA-PRECO
           TO TAB-LOJA-ZONA-PRECO(WRK-TAB-LOJA-QTDE).
           MOVE ZEROS TO TAB-LOJA-BOLETO-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-BOLETO-LIQ(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-CHEQUE-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-NCRED-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-NCRED-LIQ(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-DINHEIRO-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-DINHEIRO-LIQ(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-PIX-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-PIX-LIQ(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-FAT-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-FAT-LIQ(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-CRT-BRUTO(WRK-TAB-LOJA-QTDE)
                         TAB-LOJA-CRT-LIQ(WRK-TAB-LOJA-QTDE).
           PERFORM 109-LER-LOJA.

      *CARREGA O CADASTRO DE VENDEDORES. O CADASTRO E OBRIGATORIO -
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS CLIENTES QUE SAO FUNCIONARIOS. SEM O ARQUIVO,
      *NENHUMA COMPRA RECEBE DESCONTO DE FUNCIONARIO.
       025A-CARREGAR-TABELA-FUNCCLI.
           OPEN INPUT   FUNCCLI.
           IF WRK-FS-FUNCCLI = "35"
              MOVE ZEROS TO WRK-TAB-FUNC-QTDE
           ELSE
              IF WRK-FS-FUNCCLI NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FUNCCLI - FS: " WRK-FS-FUNCCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 025B-LER-FUNCCLI
              PERFORM 025C-MOVER-DADOS-TAB-FUNC
                UNTIL WRK-FS-FUNCCLI = "10"

              CLOSE FUNCCLI
              IF WRK-FS-FUNCCLI NOT = "00"
                 DISPLAY "ERRO CLOSE FUNCCLI - FS: " WRK-FS-FUNCCLI
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       025B-LER-FUNCCLI.
           READ FUNCCLI      INTO WRK-FUNCCLI-REGISTRO.
           IF WRK-FS-FUNCCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FUNCCLI - FS: " WRK-FS-FUNCCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       025C-MOVER-DADOS-TAB-FUNC.
           ADD 1 TO WRK-TAB-FUNC-QTDE.
           SET IDX-FUNC TO WRK-TAB-FUNC-QTDE.
           MOVE FUNCCLI-COD-CLIENTE   TO TAB-FUNC-COD-CLIENTE(IDX-FUNC).
           MOVE FUNCCLI-COD-VENDEDOR
             TO TAB-FUNC-COD-VENDEDOR(IDX-FUNC).
           MOVE FUNCCLI-PERCENTUAL    TO TAB-FUNC-PERCENTUAL(IDX-FUNC).
           MOVE FUNCCLI-LIMITE-MENSAL
             TO TAB-FUNC-LIMITE-MENSAL(IDX-FUNC).
           PERFORM 025B-LER-FUNCCLI.

       118-LER-VENDEDOR.
           READ VENDEDOR    INTO WRK-VENDEDOR-REGISTRO.
           IF WRK-FS-VENDEDOR NOT = "00" AND "10"
       020-PROCESSAR.
               IF COMPRA-COD-CLIENTE = CLIENTE-COD-CLINTE THEN
                   IF COMPRA-COD-COMPRA = COMPROD-COD-COMPRA THEN
                       PERFORM 199-IDENTIFICAR-FUNCIONARIO
                       PERFORM 199D-IDENTIFICAR-ASSINATURA
                       PERFORM 193-CARREGAR-CESTA
                       PERFORM 195-PROCESSAR-LINHA-CESTA
                       VARYING IDX-CESTA FROM 1 BY 1
                       UNTIL IDX-CESTA > WRK-TAB-CESTA-QTDE
                       MOVE WRK-COMPROD-PROXIMO TO WRK-COMPROD-REGISTRO
                       
                       PERFORM  071-SALVAR-RELTOT
                       PERFORM  199C-GRAVAR-FUNCSLD
                       INITIALIZE WRK-AUXILIARES
                       
                       PERFORM 042-LER-COMPRA
           MOVE COMPRA-TIPO-PAGTO    TO BOLCHE-TIPO-PAGTO.
           MOVE COMPROD-QUANTIDADE   TO BOLCHE-QUANTIDADE.

           PERFORM 084-PREPARAR-PRECIFICACAO.
           PERFORM 084A-AJUSTAR-PRECIFICACAO-CESTA.
           PERFORM 176-CHAMAR-CALCPRECO.

           MOVE AUX-RESULT-VALOR-BRUTO TO BOLCHE-VALOR.

           PERFORM 198-APLICAR-PROMOCOES.

           MOVE AUX-RESULT-VALOR-LIQUIDO TO BOLCHE-VALOR-LIQUIDO.
           IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 200B-MOVER-DADOS-GARVENDA
           END-IF.

           PERFORM 066-CALCULAR-IMPOSTO.
           MOVE AUX-VALOR-IMPOSTO TO BOLCHE-VALOR-IMPOSTO.

           PERFORM 085-MOVER-DADOS-COMISSAO.
           PERFORM 086-GRAVAR-COMISSAO.
      *    GARANTIA ESTENDIDA E SERVICO - NAO BAIXA ESTOQUE
           IF NOT TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 172-BAIXAR-ESTOQUE-LINHA
           END-IF.

       034-MOVER-DADOS-DEBCRE.
           MOVE COMPRA-COD-COMPRA    TO DEBCRE-COD-COMPRA.
           MOVE COMPRA-TIPO-PAGTO    TO DEBCRE-TIPO-PAGTO.
           MOVE COMPROD-QUANTIDADE   TO DEBCRE-QUANTIDADE.

           PERFORM 084-PREPARAR-PRECIFICACAO.
           PERFORM 084A-AJUSTAR-PRECIFICACAO-CESTA.
           PERFORM 176-CHAMAR-CALCPRECO.

           MOVE AUX-RESULT-VALOR-BRUTO TO DEBCRE-VALOR.

           PERFORM 198-APLICAR-PROMOCOES.

           MOVE AUX-RESULT-VALOR-LIQUIDO TO DEBCRE-VALOR-LIQUIDO.
           IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 200B-MOVER-DADOS-GARVENDA
           END-IF.

           PERFORM 066-CALCULAR-IMPOSTO.
           MOVE AUX-VALOR-IMPOSTO TO DEBCRE-VALOR-IMPOSTO.
                   TO WRK-TOT-DINHEIRO-BRUTO
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO WRK-TOT-DINHEIRO-LIQ
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO AUX-DIN-VALOR-LIQUIDO
                   ADD AUX-VALOR-IMPOSTO TO AUX-DIN-VALOR-IMPOSTO
               WHEN "PIX     "
                   ADD AUX-RESULT-VALOR-BRUTO TO WRK-TOT-PIX-BRUTO
                   ADD AUX-RESULT-VALOR-LIQUIDO TO WRK-TOT-PIX-LIQ
                   ADD AUX-VALOR-IMPOSTO TO WRK-TOT-PIX-IMPOSTO
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO AUX-PIX-VALOR-LIQUIDO
                   ADD AUX-VALOR-IMPOSTO TO AUX-PIX-VALOR-IMPOSTO
               WHEN "FATURADO"
                   ADD AUX-RESULT-VALOR-BRUTO TO WRK-TOT-FAT-BRUTO
                   ADD AUX-RESULT-VALOR-LIQUIDO TO WRK-TOT-FAT-LIQ
               WHEN "CARTLOJA"
                   ADD AUX-RESULT-VALOR-BRUTO TO WRK-TOT-CRT-BRUTO
                   ADD AUX-RESULT-VALOR-LIQUIDO TO WRK-TOT-CRT-LIQ
           END-EVALUATE.

           PERFORM 103-ACUMULAR-TOTAIS-LOJA.

           PERFORM 085-MOVER-DADOS-COMISSAO.
           PERFORM 086-GRAVAR-COMISSAO.
      *    GARANTIA ESTENDIDA E SERVICO - NAO BAIXA ESTOQUE
           IF NOT TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 172-BAIXAR-ESTOQUE-LINHA
           END-IF.

       035-MOVER-DADOS-RELTOT.
           MOVE COMPRA-COD-COMPRA TO RELTOT-COD-COMPRA.	  
           MOVE COMPRA-COD-CLIENTE   TO PAGTOERR-COD-CLIENTE.
           MOVE COMPRA-TIPO-PAGTO    TO PAGTOERR-TIPO-PAGTO.

       040-LER-ARQUIVOS.
           PERFORM 041-LER-CLIENTE.
           IF WRK-FS-CLIENTE = "10"
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-CLIENTE.
           READ CLIENTE    INTO WRK-CLIENTE-REGISTRO.
           IF WRK-FS-CLIENTE NOT = "00" AND "10"
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-COMPSUSP.

      *REGISTRA A VENDA PIX RECEM CONCLUIDA PARA A CONCILIACAO COM
      *O EXTRATO DE CREDITOS PIX DO BANCO.
       188-GRAVAR-PIXVENDA.
           MOVE COMPRA-COD-COMPRA     TO PIXVENDA-COD-COMPRA.
           MOVE COMPRA-COD-LOJA       TO PIXVENDA-COD-LOJA.
           MOVE COMPRA-COD-CLIENTE    TO PIXVENDA-COD-CLIENTE.
           MOVE COMPRA-DATA           TO PIXVENDA-DATA.
           MOVE COMPRA-ID-PIX         TO PIXVENDA-ID-PIX.
           MOVE AUX-PIX-VALOR-LIQUIDO TO PIXVENDA-VALOR-LIQUIDO.
           MOVE AUX-PIX-VALOR-IMPOSTO TO PIXVENDA-VALOR-IMPOSTO.
           WRITE FD-PIXVENDA-REGISTRO FROM WRK-PIXVENDA-REGISTRO.
           IF WRK-FS-PIXVENDA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PIXVENDA - FS: "
                      WRK-FS-PIXVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-PIXVENDA.

      *ACUMULA A LINHA FATURADA NA VENDA CORRENTE - O LANCAMENTO NA
      *CONTA ABERTA DO CLIENTE SAI UMA VEZ POR COMPRA, NO FECHAMENTO.
       189-LANCAR-FATURADO.
           ADD AUX-RESULT-VALOR-LIQUIDO TO AUX-FAT-VALOR-LIQUIDO.
           ADD AUX-VALOR-IMPOSTO        TO AUX-FAT-VALOR-IMPOSTO.
           IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 200C-GRAVAR-GARVENDA
           END-IF.

      *REGISTRA A VENDA FATURADA RECEM CONCLUIDA NA CONTA ABERTA DO
      *CLIENTE CORPORATIVO, PARA A FATURA DO FIM DO MES.
       190-GRAVAR-FATVENDA.
           MOVE COMPRA-COD-COMPRA     TO FATVENDA-COD-COMPRA.
           MOVE COMPRA-COD-LOJA       TO FATVENDA-COD-LOJA.
           MOVE COMPRA-COD-CLIENTE    TO FATVENDA-COD-CLIENTE.
           MOVE COMPRA-DATA           TO FATVENDA-DATA.
           MOVE AUX-FAT-VALOR-LIQUIDO TO FATVENDA-VALOR-LIQUIDO.
           MOVE AUX-FAT-VALOR-IMPOSTO TO FATVENDA-VALOR-IMPOSTO.
           WRITE FD-FATVENDA-REGISTRO FROM WRK-FATVENDA-REGISTRO.
           IF WRK-FS-FATVENDA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FATVENDA - FS: "
                      WRK-FS-FATVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-FATVENDA.

      *NUMERA O DOCUMENTO FISCAL DA COMPRA NA SEQUENCIA DA LOJA -
      *O PROXIMO NUMERO DA SERIE CORRENTE. A PRIMEIRA VENDA DE UMA
      *LOJA SEM NUMERACAO ABRE A SERIE 1 NO NUMERO 1.
       191-EMITIR-DOCFISC.
           MOVE COMPRA-COD-LOJA TO FD-NUMFISC-COD-LOJA.
           READ NUMFISC INTO WRK-NUMFISC-REGISTRO
               INVALID KEY
                   MOVE COMPRA-COD-LOJA TO NUMFISC-COD-LOJA
                   MOVE 1               TO NUMFISC-SERIE
                   MOVE 1               TO NUMFISC-ULT-NUMERO
                   MOVE COMPRA-DATA     TO NUMFISC-DATA-ULT
                   WRITE FD-NUMFISC-REGISTRO
                       FROM WRK-NUMFISC-REGISTRO
                   IF WRK-FS-NUMFISC NOT = ZEROS
                      DISPLAY "ERRO GRAVACAO NUMFISC - FS: "
                              WRK-FS-NUMFISC
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   ADD 1 TO WRK-CONT-SERIES-ABERTAS
               NOT INVALID KEY
                   ADD 1            TO NUMFISC-ULT-NUMERO
                   MOVE COMPRA-DATA TO NUMFISC-DATA-ULT
                   REWRITE FD-NUMFISC-REGISTRO
                       FROM WRK-NUMFISC-REGISTRO
                   IF WRK-FS-NUMFISC NOT = ZEROS
                      DISPLAY "ERRO REESCRITA NUMFISC - FS: "
                              WRK-FS-NUMFISC
                      PERFORM 999-ROTINA-ABEND
                   END-IF
           END-READ.

           MOVE NUMFISC-COD-LOJA      TO DOCFISC-COD-LOJA.
           MOVE NUMFISC-SERIE         TO DOCFISC-SERIE.
           MOVE NUMFISC-ULT-NUMERO    TO DOCFISC-NUMERO.
           MOVE COMPRA-COD-COMPRA     TO DOCFISC-COD-COMPRA.
           MOVE COMPRA-COD-CLIENTE    TO DOCFISC-COD-CLIENTE.
           MOVE COMPRA-DATA           TO DOCFISC-DATA.
           MOVE AUX-TOTAL-VALOR-LIQUIDO TO DOCFISC-VALOR-LIQUIDO.
           MOVE AUX-DOC-VALOR-IMPOSTO TO DOCFISC-VALOR-IMPOSTO.
           PERFORM 192-GRAVAR-DOCFISC.

       192-GRAVAR-DOCFISC.
           WRITE FD-DOCFISC-REGISTRO FROM WRK-DOCFISC-REGISTRO.
           IF WRK-FS-DOCFISC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOCFISC - FS: "
                      WRK-FS-DOCFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DOCFISC.

      *CARREGA AS LINHAS DA COMPRA CORRENTE NA CESTA, PRECIFICANDO
      *AS VALIDAS PELO PRECO VIGENTE, E GUARDA A PRIMEIRA LINHA DA
      *PROXIMA COMPRA, JA LIDA. EM SEGUIDA AVALIA AS PROMOCOES DE
      *CESTA SOBRE A COMPRA INTEIRA.
       193-CARREGAR-CESTA.
           MOVE ZEROS TO WRK-TAB-CESTA-QTDE.
           MOVE ZEROS TO WRK-CESTA-VALOR-BRUTO.
           MOVE ZEROS TO WRK-CESTA-ULT-VALIDA.
           MOVE ZEROS TO WRK-CESTA-IDX-PROMO-VALOR.
           PERFORM 193A-INCLUIR-LINHA-CESTA
             UNTIL COMPRA-COD-COMPRA < COMPROD-COD-COMPRA.
           MOVE WRK-COMPROD-REGISTRO TO WRK-COMPROD-PROXIMO.

           IF WRK-TAB-PCE-QTDE > ZEROS
              PERFORM 194-AVALIAR-LINHA-CESTA
              VARYING IDX-CESTA FROM 1 BY 1
              UNTIL IDX-CESTA > WRK-TAB-CESTA-QTDE
              PERFORM 194D-AVALIAR-VALOR-COMPRA
              VARYING IDX-PCE FROM 1 BY 1
              UNTIL IDX-PCE > WRK-TAB-PCE-QTDE
                 OR WRK-CESTA-IDX-PROMO-VALOR > ZEROS
              IF WRK-CESTA-IDX-PROMO-VALOR > ZEROS
                 PERFORM 194E-RATEAR-VALOR-COMPRA
              END-IF
           END-IF.

       193A-INCLUIR-LINHA-CESTA.
           IF WRK-TAB-CESTA-QTDE = 200
              DISPLAY "COMPRA COM MAIS DE 200 LINHAS: "
                      COMPRA-COD-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CESTA-QTDE.
           SET IDX-CESTA TO WRK-TAB-CESTA-QTDE.
           MOVE WRK-COMPROD-REGISTRO TO TAB-CESTA-LINHA(IDX-CESTA).
           MOVE ZEROS TO TAB-CESTA-VALOR-BRUTO(IDX-CESTA)
                         TAB-CESTA-SW-VALIDA(IDX-CESTA)
                         TAB-CESTA-IDX-PROMO(IDX-CESTA)
                         TAB-CESTA-DESC-ITEM(IDX-CESTA)
                         TAB-CESTA-DESC-VALOR(IDX-CESTA)
                         TAB-CESTA-VALOR-UNIT(IDX-CESTA)
                         TAB-CESTA-SW-GARANTIA(IDX-CESTA).

           MOVE COMPROD-COD-PRODUTO TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   MOVE 99999 TO PRODUTO-COD-PRODUTO
           END-READ.
           IF PRODUTO-COD-PRODUTO NOT = 99999
              AND COMPROD-QUANTIDADE > ZEROS
              PERFORM 170-VERIFICAR-KIT
              PERFORM 177-BUSCAR-STATUS-PRODUTO
              IF NOT (LINHA-E-KIT AND KIT-COMPONENTE-FALTANTE)
                 AND WRK-STATUS-PRODUTO NOT = "S"
                 AND WRK-STATUS-PRODUTO NOT = "D"
                 PERFORM 084-PREPARAR-PRECIFICACAO
                 PERFORM 176-CHAMAR-CALCPRECO
                 PERFORM 200-PRECIFICAR-GARANTIA
                 IF NOT TAB-CESTA-GARANTIA-SEM-ITEM(IDX-CESTA)
                    MOVE PRODUTO-VALOR
                      TO TAB-CESTA-VALOR-UNIT(IDX-CESTA)
                    IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
                       SET PRC-PRECO-INFORMADO TO TRUE
                       MOVE PRODUTO-VALOR TO PRC-VALOR-CADASTRO
                       PERFORM 176-CHAMAR-CALCPRECO
                    END-IF
                    MOVE AUX-RESULT-VALOR-BRUTO
                      TO TAB-CESTA-VALOR-BRUTO(IDX-CESTA)
                    SET TAB-CESTA-VALIDA(IDX-CESTA) TO TRUE
                    ADD AUX-RESULT-VALOR-BRUTO TO WRK-CESTA-VALOR-BRUTO
                    MOVE WRK-TAB-CESTA-QTDE TO WRK-CESTA-ULT-VALIDA
                 END-IF
              END-IF
           END-IF.
           MOVE ZEROS TO AUX-RESULT-VALOR-BRUTO.

           PERFORM 043-LER-COMPROD.

      *A PRIMEIRA PROMOCAO L OU C VIGENTE QUE RENDE DESCONTO NA
      *LINHA FICA COM ELA.
       194-AVALIAR-LINHA-CESTA.
           IF TAB-CESTA-VALIDA(IDX-CESTA)
              PERFORM 194A-TESTAR-PROMO-LINHA
              VARYING IDX-PCE FROM 1 BY 1
              UNTIL IDX-PCE > WRK-TAB-PCE-QTDE
                 OR TAB-CESTA-IDX-PROMO(IDX-CESTA) > ZEROS
           END-IF.

      *AS UNIDADES PROMOCIONAIS SAO CONTADAS SOBRE O ACUMULADO DO
      *PRODUTO NA COMPRA ATE A LINHA - A LINHA FICA COM AS QUE O
      *SEU ACRESCIMO GEROU, E O DESCONTO E A FRACAO DO VALOR BRUTO
      *DA LINHA CORRESPONDENTE A ELAS.
       194A-TESTAR-PROMO-LINHA.
           MOVE ZEROS TO WRK-CESTA-UNID-PROMO.
           IF COMPRA-DATA >= TAB-PCE-DATA-INICIAL(IDX-PCE)
              AND COMPRA-DATA <= TAB-PCE-DATA-FINAL(IDX-PCE)
              EVALUATE TRUE
                  WHEN TAB-PCE-LEVE-PAGUE(IDX-PCE)
                   AND TAB-PCE-COD-PRODUTO(IDX-PCE) =
                       TAB-CESTA-COD-PRODUTO(IDX-CESTA)
                   AND TAB-PCE-QTD-LEVE(IDX-PCE) >
                       TAB-PCE-QTD-PAGUE(IDX-PCE)
                      PERFORM 194B-SOMAR-QTD-ANTERIOR
                      COMPUTE WRK-CESTA-UNID-ANTES =
                          WRK-CESTA-QTD-ANTERIOR /
                          TAB-PCE-QTD-LEVE(IDX-PCE)
                      COMPUTE WRK-CESTA-UNID-DEPOIS =
                          (WRK-CESTA-QTD-ANTERIOR +
                           TAB-CESTA-QUANTIDADE(IDX-CESTA)) /
                          TAB-PCE-QTD-LEVE(IDX-PCE)
                      COMPUTE WRK-CESTA-UNID-PROMO =
                          (WRK-CESTA-UNID-DEPOIS -
                           WRK-CESTA-UNID-ANTES) *
                          (TAB-PCE-QTD-LEVE(IDX-PCE) -
                           TAB-PCE-QTD-PAGUE(IDX-PCE))
                      IF WRK-CESTA-UNID-PROMO > ZEROS
                         COMPUTE TAB-CESTA-DESC-ITEM(IDX-CESTA)
                             ROUNDED =
                             TAB-CESTA-VALOR-BRUTO(IDX-CESTA) *
                             WRK-CESTA-UNID-PROMO /
                             TAB-CESTA-QUANTIDADE(IDX-CESTA)
                      END-IF
                  WHEN TAB-PCE-COMBINADA(IDX-PCE)
                   AND TAB-PCE-COD-PRODUTO-B(IDX-PCE) =
                       TAB-CESTA-COD-PRODUTO(IDX-CESTA)
                      PERFORM 194B-SOMAR-QTD-ANTERIOR
                      MOVE ZEROS TO WRK-CESTA-QTD-PRODUTO-A
                      PERFORM 194C-SOMAR-QTD-PRODUTO-A
                      VARYING IDX-CESTA2 FROM 1 BY 1
                      UNTIL IDX-CESTA2 > WRK-TAB-CESTA-QTDE
                      MOVE WRK-CESTA-QTD-ANTERIOR
                        TO WRK-CESTA-UNID-ANTES
                      IF WRK-CESTA-UNID-ANTES > WRK-CESTA-QTD-PRODUTO-A
                         MOVE WRK-CESTA-QTD-PRODUTO-A
                           TO WRK-CESTA-UNID-ANTES
                      END-IF
                      COMPUTE WRK-CESTA-UNID-DEPOIS =
                          WRK-CESTA-QTD-ANTERIOR +
                          TAB-CESTA-QUANTIDADE(IDX-CESTA)
                      IF WRK-CESTA-UNID-DEPOIS >
                         WRK-CESTA-QTD-PRODUTO-A
                         MOVE WRK-CESTA-QTD-PRODUTO-A
                           TO WRK-CESTA-UNID-DEPOIS
                      END-IF
                      COMPUTE WRK-CESTA-UNID-PROMO =
                          WRK-CESTA-UNID-DEPOIS - WRK-CESTA-UNID-ANTES
                      IF WRK-CESTA-UNID-PROMO > ZEROS
                         COMPUTE TAB-CESTA-DESC-ITEM(IDX-CESTA)
                             ROUNDED =
                             TAB-CESTA-VALOR-BRUTO(IDX-CESTA) *
                             WRK-CESTA-UNID-PROMO /
                             TAB-CESTA-QUANTIDADE(IDX-CESTA) *
                             TAB-PCE-PERCENTUAL(IDX-PCE) / 100
                      END-IF
              END-EVALUATE
           END-IF.
           IF TAB-CESTA-DESC-ITEM(IDX-CESTA) > ZEROS
              SET TAB-CESTA-IDX-PROMO(IDX-CESTA) TO IDX-PCE
           END-IF.

      *QUANTIDADE DO MESMO PRODUTO NAS LINHAS VALIDAS ANTERIORES.
       194B-SOMAR-QTD-ANTERIOR.
           MOVE ZEROS TO WRK-CESTA-QTD-ANTERIOR.
           PERFORM 194F-SOMAR-LINHA-ANTERIOR
           VARYING IDX-CESTA2 FROM 1 BY 1
           UNTIL IDX-CESTA2 NOT < IDX-CESTA.

       194F-SOMAR-LINHA-ANTERIOR.
           IF TAB-CESTA-VALIDA(IDX-CESTA2)
              AND TAB-CESTA-COD-PRODUTO(IDX-CESTA2) =
                  TAB-CESTA-COD-PRODUTO(IDX-CESTA)
              ADD TAB-CESTA-QUANTIDADE(IDX-CESTA2)
                TO WRK-CESTA-QTD-ANTERIOR
           END-IF.

       194C-SOMAR-QTD-PRODUTO-A.
           IF TAB-CESTA-VALIDA(IDX-CESTA2)
              AND TAB-CESTA-COD-PRODUTO(IDX-CESTA2) =
                  TAB-PCE-COD-PRODUTO(IDX-PCE)
              ADD TAB-CESTA-QUANTIDADE(IDX-CESTA2)
                TO WRK-CESTA-QTD-PRODUTO-A
           END-IF.

       194D-AVALIAR-VALOR-COMPRA.
           IF TAB-PCE-VALOR-COMPRA(IDX-PCE)
              AND COMPRA-DATA >= TAB-PCE-DATA-INICIAL(IDX-PCE)
              AND COMPRA-DATA <= TAB-PCE-DATA-FINAL(IDX-PCE)
              AND WRK-CESTA-VALOR-BRUTO > ZEROS
              AND WRK-CESTA-VALOR-BRUTO >=
                  TAB-PCE-VALOR-MINIMO(IDX-PCE)
              SET WRK-CESTA-IDX-PROMO-VALOR TO IDX-PCE
           END-IF.

      *RATEIA O DESCONTO DA PROMOCAO V ENTRE AS LINHAS VALIDAS NA
      *PROPORCAO DO VALOR BRUTO; A ULTIMA LINHA VALIDA FICA COM A
      *SOBRA DO ARREDONDAMENTO.
       194E-RATEAR-VALOR-COMPRA.
           SET IDX-PCE TO WRK-CESTA-IDX-PROMO-VALOR.
           MOVE TAB-PCE-VALOR-DESCONTO(IDX-PCE) TO WRK-CESTA-DESC-VALOR.
           IF WRK-CESTA-DESC-VALOR > WRK-CESTA-VALOR-BRUTO
              MOVE WRK-CESTA-VALOR-BRUTO TO WRK-CESTA-DESC-VALOR
           END-IF.
           MOVE ZEROS TO WRK-CESTA-DESC-RATEADO.
           PERFORM 194G-RATEAR-LINHA
           VARYING IDX-CESTA FROM 1 BY 1
           UNTIL IDX-CESTA > WRK-TAB-CESTA-QTDE.

       194G-RATEAR-LINHA.
           IF TAB-CESTA-VALIDA(IDX-CESTA)
              IF IDX-CESTA = WRK-CESTA-ULT-VALIDA
                 COMPUTE TAB-CESTA-DESC-VALOR(IDX-CESTA) =
                     WRK-CESTA-DESC-VALOR - WRK-CESTA-DESC-RATEADO
              ELSE
                 COMPUTE TAB-CESTA-DESC-VALOR(IDX-CESTA) ROUNDED =
                     WRK-CESTA-DESC-VALOR *
                     TAB-CESTA-VALOR-BRUTO(IDX-CESTA) /
                     WRK-CESTA-VALOR-BRUTO
                 ADD TAB-CESTA-DESC-VALOR(IDX-CESTA)
                   TO WRK-CESTA-DESC-RATEADO
              END-IF
           END-IF.

      *PRECIFICA UMA LINHA DA CESTA PELO FLUXO NORMAL DO COMPROD.
       195-PROCESSAR-LINHA-CESTA.
           MOVE TAB-CESTA-LINHA(IDX-CESTA) TO WRK-COMPROD-REGISTRO.
           PERFORM 071-PROCESSAR-COMPROD.

       196-GERAR-PROMCESREL.
           PERFORM 196A-GRAVAR-PROMCESREL
           VARYING IDX-PCE FROM 1 BY 1
           UNTIL IDX-PCE > WRK-TAB-PCE-QTDE.

       196A-GRAVAR-PROMCESREL.
           MOVE TAB-PCE-COD-PROMO(IDX-PCE)    TO PROMCESREL-COD-PROMO.
           MOVE TAB-PCE-TIPO(IDX-PCE)         TO PROMCESREL-TIPO.
           MOVE TAB-PCE-DATA-INICIAL(IDX-PCE)
             TO PROMCESREL-DATA-INICIAL.
           MOVE TAB-PCE-DATA-FINAL(IDX-PCE)   TO PROMCESREL-DATA-FINAL.
           MOVE TAB-PCE-QTD-COMPRAS(IDX-PCE)
             TO PROMCESREL-QTD-COMPRAS.
           MOVE TAB-PCE-CUSTO(IDX-PCE)        TO PROMCESREL-CUSTO.

           WRITE FD-PROMCESREL-REGISTRO FROM WRK-PROMCESREL-REGISTRO.
           IF WRK-FS-PROMCESREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PROMCESREL - FS: "
                      WRK-FS-PROMCESREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PRECEDENCIA DOS DESCONTOS DA LINHA, JA LIQUIDA DO PARMDESC E
      *DO PARMPROMO APLICADOS PELA CALCPRECO: A PROMOCAO L/C DE
      *CESTA SUBSTITUI O PARMPROMO DO PRODUTO (084A) OU SOMA A ELE,
      *QUANDO ACUMULA = S, E ABATE A MESMA FRACAO
      *DO VALOR QUE ABATEU DO BRUTO; POR ULTIMO ENTRA A PARCELA DA
      *PROMOCAO V RATEADA PARA A LINHA.
       198-APLICAR-PROMOCOES.
           IF TAB-CESTA-IDX-PROMO(IDX-CESTA) > ZEROS
              SET IDX-PCE TO TAB-CESTA-IDX-PROMO(IDX-CESTA)
              IF TAB-PCE-ACUMULA-PROMO(IDX-PCE)
                 PERFORM 063-ACUMULAR-PROMOREL
              END-IF
              COMPUTE AUX-CESTA-DESCONTO ROUNDED =
                  AUX-RESULT-VALOR-LIQUIDO *
                  TAB-CESTA-DESC-ITEM(IDX-CESTA) /
                  TAB-CESTA-VALOR-BRUTO(IDX-CESTA)
              PERFORM 198A-ABATER-DESCONTO-CESTA
           ELSE
              PERFORM 063-ACUMULAR-PROMOREL
           END-IF.

           IF TAB-CESTA-DESC-VALOR(IDX-CESTA) > ZEROS
              SET IDX-PCE TO WRK-CESTA-IDX-PROMO-VALOR
              MOVE TAB-CESTA-DESC-VALOR(IDX-CESTA)
                TO AUX-CESTA-DESCONTO
              PERFORM 198A-ABATER-DESCONTO-CESTA
           END-IF.

           IF COMPRA-DE-FUNCIONARIO
              PERFORM 199B-APLICAR-DESCONTO-FUNC
           END-IF.

           IF COMPRA-DE-ASSINATURA
              PERFORM 199E-APLICAR-DESCONTO-ASS
           END-IF.

      *O DESCONTO NUNCA PASSA DO VALOR LIQUIDO DA LINHA. A COMPRA
      *CONTA UMA VEZ NOS ACIONAMENTOS DA PROMOCAO.
       198A-ABATER-DESCONTO-CESTA.
           IF AUX-CESTA-DESCONTO > AUX-RESULT-VALOR-LIQUIDO
              MOVE AUX-RESULT-VALOR-LIQUIDO TO AUX-CESTA-DESCONTO
           END-IF.
           SUBTRACT AUX-CESTA-DESCONTO FROM AUX-RESULT-VALOR-LIQUIDO.
           ADD AUX-CESTA-DESCONTO TO TAB-PCE-CUSTO(IDX-PCE).
           IF TAB-PCE-ULT-COMPRA(IDX-PCE) NOT = COMPRA-COD-COMPRA
              ADD 1 TO TAB-PCE-QTD-COMPRAS(IDX-PCE)
              MOVE COMPRA-COD-COMPRA TO TAB-PCE-ULT-COMPRA(IDX-PCE)
           END-IF.

      *COMPRA DE CLIENTE VINCULADO A UM VENDEDOR EM FUNCCLI E COMPRA
      *DE FUNCIONARIO: TRAZ O CONSUMO DO MES DO FUNCIONARIO, ZERADO
      *NA VIRADA DO MES DA DATA DA COMPRA.
       199-IDENTIFICAR-FUNCIONARIO.
           SET COMPRA-NAO-FUNCIONARIO TO TRUE.
           MOVE ZEROS TO WRK-FUNC-VALOR-COMPRA.
           SET IDX-FUNC TO 1.
           SEARCH TAB-FUNC-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FUNC-COD-CLIENTE(IDX-FUNC) = COMPRA-COD-CLIENTE
                   SET COMPRA-DE-FUNCIONARIO TO TRUE
                   MOVE TAB-FUNC-PERCENTUAL(IDX-FUNC)
                     TO WRK-FUNC-PERCENTUAL
                   MOVE TAB-FUNC-LIMITE-MENSAL(IDX-FUNC)
                     TO WRK-FUNC-LIMITE-MENSAL
                   PERFORM 199A-BUSCAR-FUNCSLD
           END-SEARCH.

       199A-BUSCAR-FUNCSLD.
           COMPUTE WRK-FUNC-MES-COMPRA = COMPRA-DATA / 100.
           MOVE ZEROS TO WRK-SW-FUNCSLD-NOVO.
           MOVE TAB-FUNC-COD-VENDEDOR(IDX-FUNC)
             TO FD-FUNCSLD-COD-VENDEDOR.
           READ FUNCSLD INTO WRK-FUNCSLD-REGISTRO
               INVALID KEY
                   SET FUNCSLD-NOVO TO TRUE
                   MOVE TAB-FUNC-COD-VENDEDOR(IDX-FUNC)
                     TO FUNCSLD-COD-VENDEDOR
                   MOVE ZEROS TO FUNCSLD-MES-REF
           END-READ.
           IF FUNCSLD-MES-REF NOT = WRK-FUNC-MES-COMPRA
              MOVE WRK-FUNC-MES-COMPRA TO FUNCSLD-MES-REF
              MOVE ZEROS TO FUNCSLD-VALOR-COMPRAS
                            FUNCSLD-VALOR-NO-LIMITE
                            FUNCSLD-VALOR-DESCONTO
                            FUNCSLD-VALOR-ACIMA
                            FUNCSLD-QTD-COMPRAS
              MOVE "N" TO FUNCSLD-REPORTADO
           END-IF.
           MOVE TAB-FUNC-COD-CLIENTE(IDX-FUNC) TO FUNCSLD-COD-CLIENTE.

      *DESCONTO DE FUNCIONARIO SOBRE O LIQUIDO DA LINHA, DEPOIS DE
      *TODAS AS PROMOCOES. SO A PARTE DA LINHA QUE CABE NO SALDO DO
      *LIMITE MENSAL TEM DESCONTO - O EXCEDENTE SAI A PRECO CHEIO.
       199B-APLICAR-DESCONTO-FUNC.
           IF FUNCSLD-VALOR-NO-LIMITE < WRK-FUNC-LIMITE-MENSAL
              COMPUTE WRK-FUNC-SALDO-LIMITE =
                  WRK-FUNC-LIMITE-MENSAL - FUNCSLD-VALOR-NO-LIMITE
           ELSE
              MOVE ZEROS TO WRK-FUNC-SALDO-LIMITE
           END-IF.
           IF AUX-RESULT-VALOR-LIQUIDO > WRK-FUNC-SALDO-LIMITE
              MOVE WRK-FUNC-SALDO-LIMITE    TO AUX-FUNC-BASE
           ELSE
              MOVE AUX-RESULT-VALOR-LIQUIDO TO AUX-FUNC-BASE
           END-IF.
           ADD AUX-FUNC-BASE TO FUNCSLD-VALOR-NO-LIMITE.
           COMPUTE FUNCSLD-VALOR-ACIMA = FUNCSLD-VALOR-ACIMA +
               AUX-RESULT-VALOR-LIQUIDO - AUX-FUNC-BASE.

           COMPUTE AUX-FUNC-DESCONTO ROUNDED =
               AUX-FUNC-BASE * WRK-FUNC-PERCENTUAL / 100.
           SUBTRACT AUX-FUNC-DESCONTO FROM AUX-RESULT-VALOR-LIQUIDO.
           ADD AUX-FUNC-DESCONTO TO FUNCSLD-VALOR-DESCONTO.
           ADD AUX-RESULT-VALOR-LIQUIDO TO FUNCSLD-VALOR-COMPRAS.
           ADD AUX-RESULT-VALOR-LIQUIDO TO WRK-FUNC-VALOR-COMPRA.

      *GRAVA O CONSUMO DO FUNCIONARIO QUANDO A COMPRA TEVE LINHA
      *PRECIFICADA.
       199C-GRAVAR-FUNCSLD.
           IF COMPRA-DE-FUNCIONARIO AND WRK-FUNC-VALOR-COMPRA > ZEROS
              ADD 1 TO FUNCSLD-QTD-COMPRAS
              ADD 1 TO WRK-CONT-COMPRAS-FUNCIONARIO
              IF FUNCSLD-NOVO
                 WRITE FD-FUNCSLD-REGISTRO FROM WRK-FUNCSLD-REGISTRO
              ELSE
                 REWRITE FD-FUNCSLD-REGISTRO FROM WRK-FUNCSLD-REGISTRO
              END-IF
              IF WRK-FS-FUNCSLD NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO FUNCSLD - FS: " WRK-FS-FUNCSLD
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           SET COMPRA-NAO-FUNCIONARIO TO TRUE.

      *COMPRA QUE E PEDIDO DE ASSINATURA (CODIGO NO ASSDESC).
       199D-IDENTIFICAR-ASSINATURA.
           SET COMPRA-NAO-ASSINATURA TO TRUE.
           SET IDX-ADS TO 1.
           SEARCH TAB-ADS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ADS-COD-COMPRA(IDX-ADS) = COMPRA-COD-COMPRA
                   SET COMPRA-DE-ASSINATURA TO TRUE
                   MOVE TAB-ADS-PCT-DESCONTO(IDX-ADS)
                     TO WRK-ASS-PERCENTUAL
                   ADD 1 TO WRK-CONT-COMPRAS-ASSINATURA
           END-SEARCH.

      *DESCONTO DE ASSINATURA SOBRE O LIQUIDO DA LINHA, DEPOIS DAS
      *PROMOCOES E DO DESCONTO DE FUNCIONARIO.
       199E-APLICAR-DESCONTO-ASS.
           COMPUTE AUX-ASS-DESCONTO ROUNDED =
               AUX-RESULT-VALOR-LIQUIDO * WRK-ASS-PERCENTUAL / 100.
           SUBTRACT AUX-ASS-DESCONTO FROM AUX-RESULT-VALOR-LIQUIDO.

      *LINHA DE PRODUTO DE GARANTIA ESTENDIDA (TIPO G NO PRODGAR)
      *COBRE O APARELHO DA LINHA IMEDIATAMENTE ANTERIOR DA COMPRA,
      *QUE TEM QUE SER VALIDO, ELEGIVEL (TIPO A), NAO SER OUTRA
      *GARANTIA E TER PELO MENOS A MESMA QUANTIDADE. O PRECO
      *UNITARIO DA GARANTIA E O PERCENTUAL DO PRODGAR SOBRE O PRECO
      *UNITARIO VIGENTE DO APARELHO. SEM APARELHO, A LINHA E
      *REJEITADA NO PRODERR.
       200-PRECIFICAR-GARANTIA.
           MOVE COMPROD-COD-PRODUTO TO WRK-GAR-COD-BUSCA.
           PERFORM 200A-BUSCAR-PRODGAR.
           IF GAR-ENCONTRADO AND TAB-GAR-E-GARANTIA(IDX-GAR)
              SET TAB-CESTA-GARANTIA-SEM-ITEM(IDX-CESTA) TO TRUE
              MOVE TAB-GAR-PERCENTUAL(IDX-GAR) TO WRK-GAR-PERCENTUAL
              IF IDX-CESTA > 1
                 SET IDX-CESTA2 TO IDX-CESTA
                 SET IDX-CESTA2 DOWN BY 1
                 IF TAB-CESTA-VALIDA(IDX-CESTA2)
                    AND TAB-CESTA-SW-GARANTIA(IDX-CESTA2) = ZEROS
                    AND TAB-CESTA-QUANTIDADE(IDX-CESTA2) NOT <
                        COMPROD-QUANTIDADE
                    MOVE TAB-CESTA-COD-PRODUTO(IDX-CESTA2)
                      TO WRK-GAR-COD-BUSCA
                    PERFORM 200A-BUSCAR-PRODGAR
                    IF GAR-ENCONTRADO AND TAB-GAR-E-APARELHO(IDX-GAR)
                       SET TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
                           TO TRUE
                       COMPUTE PRODUTO-VALOR ROUNDED =
                               TAB-CESTA-VALOR-UNIT(IDX-CESTA2) *
                               WRK-GAR-PERCENTUAL / 100
                    END-IF
                 END-IF
              END-IF
           END-IF.

       200A-BUSCAR-PRODGAR.
           MOVE ZEROS TO WRK-SW-GAR-ENCONTRADO.
           SET IDX-GAR TO 1.
           SEARCH TAB-GAR-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-GAR-COD-PRODUTO(IDX-GAR) = WRK-GAR-COD-BUSCA
                   SET GAR-ENCONTRADO TO TRUE
           END-SEARCH.

      *MONTA A GARANTIA VENDIDA NA LINHA CORRENTE, COM O APARELHO
      *DA LINHA ANTERIOR E OS PRAZOS DO PRODGAR, NO VALOR LIQUIDO
      *APURADO PARA A LINHA.
       200B-MOVER-DADOS-GARVENDA.
           MOVE COMPRA-COD-COMPRA     TO GARVENDA-COD-COMPRA.
           MOVE COMPRA-COD-CLIENTE    TO GARVENDA-COD-CLIENTE.
           MOVE COMPRA-DATA           TO GARVENDA-DATA.
           MOVE COMPRA-COD-LOJA       TO GARVENDA-COD-LOJA.
           MOVE COMPROD-COD-PRODUTO   TO GARVENDA-COD-GARANTIA.
           MOVE COMPROD-QUANTIDADE    TO GARVENDA-QUANTIDADE.
           MOVE AUX-RESULT-VALOR-LIQUIDO TO GARVENDA-VALOR-PREMIO.

           MOVE COMPROD-COD-PRODUTO TO WRK-GAR-COD-BUSCA.
           PERFORM 200A-BUSCAR-PRODGAR.
           MOVE TAB-GAR-MESES(IDX-GAR) TO GARVENDA-MESES-COBERTURA.

           SET IDX-CESTA2 TO IDX-CESTA.
           SET IDX-CESTA2 DOWN BY 1.
           MOVE TAB-CESTA-COD-PRODUTO(IDX-CESTA2) TO GARVENDA-COD-ITEM.
           MOVE TAB-CESTA-VALOR-UNIT(IDX-CESTA2)
             TO GARVENDA-VALOR-ITEM.

           MOVE TAB-CESTA-COD-PRODUTO(IDX-CESTA2) TO WRK-GAR-COD-BUSCA.
           PERFORM 200A-BUSCAR-PRODGAR.
           MOVE TAB-GAR-MESES(IDX-GAR) TO GARVENDA-MESES-FABRICA.

       200C-GRAVAR-GARVENDA.
           WRITE FD-GARVENDA-REGISTRO FROM WRK-GARVENDA-REGISTRO.
           IF WRK-FS-GARVENDA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO GARVENDA - FS: "
                      WRK-FS-GARVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-GARVENDA.

      *AUTORIZA A LINHA NO CARTAO DA LOJA: A CONTA DO CLIENTE TEM
      *DE ESTAR ATIVA E O SALDO MAIS O VALOR LIQUIDO DA LINHA NAO
      *PODE PASSAR DO LIMITE DO CARTAO. LINHA RECUSADA SAI EM
      *PAGTOERR. LINHA AUTORIZADA SOMA NO SALDO DO CARTAO E NA
      *EXPOSICAO DO LIMCRED, E O LANCAMENTO NA CONTA DO CARTAO SAI
      *UMA VEZ POR COMPRA, NO FECHAMENTO.
       201-LANCAR-CARTAO.
           SET CARTAO-RECUSADO TO TRUE.
           SET IDX-CRT TO 1.
           SEARCH TAB-CRT-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CRT-COD-CLIENTE(IDX-CRT) = COMPRA-COD-CLIENTE
                   IF TAB-CRT-ATIVA(IDX-CRT)
                      AND TAB-CRT-SALDO(IDX-CRT)
                          + AUX-RESULT-VALOR-LIQUIDO
                          NOT > TAB-CRT-LIMITE(IDX-CRT)
                      SET CARTAO-AUTORIZADO TO TRUE
                      ADD AUX-RESULT-VALOR-LIQUIDO
                      TO TAB-CRT-SALDO(IDX-CRT)
                   END-IF
           END-SEARCH.

           IF CARTAO-AUTORIZADO
              ADD AUX-RESULT-VALOR-LIQUIDO TO AUX-CRT-VALOR-LIQUIDO
              ADD AUX-VALOR-IMPOSTO        TO AUX-CRT-VALOR-IMPOSTO
              SET IDX-LIMCRED TO 1
              SEARCH TAB-LIMCRED-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-LIMCRED-COD-CLIENTE(IDX-LIMCRED) =
                       COMPRA-COD-CLIENTE
                      ADD AUX-RESULT-VALOR-LIQUIDO
                      TO TAB-LIMCRED-EXPOSICAO(IDX-LIMCRED)
              END-SEARCH
           ELSE
              PERFORM 038-MOVER-DADOS-PAGTOERR
              PERFORM 039-GRAVAR-PAGTOERR
              ADD 1 TO WRK-CONT-CARTAO-RECUSADO
           END-IF.

      *REGISTRA A COMPRA NO CARTAO RECEM CONCLUIDA PARA O
      *LANCAMENTO NA CONTA DO CARTAO PELO AC01EX14.
       201A-GRAVAR-CRTVENDA.
           MOVE COMPRA-COD-COMPRA     TO CRTVENDA-COD-COMPRA.
           MOVE COMPRA-COD-LOJA       TO CRTVENDA-COD-LOJA.
           MOVE COMPRA-COD-CLIENTE    TO CRTVENDA-COD-CLIENTE.
           MOVE COMPRA-DATA           TO CRTVENDA-DATA.
           MOVE AUX-CRT-VALOR-LIQUIDO TO CRTVENDA-VALOR-LIQUIDO.
           MOVE AUX-CRT-VALOR-IMPOSTO TO CRTVENDA-VALOR-IMPOSTO.
           WRITE FD-CRTVENDA-REGISTRO FROM WRK-CRTVENDA-REGISTRO.
           IF WRK-FS-CRTVENDA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CRTVENDA - FS: "
                      WRK-FS-CRTVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CRTVENDA.

      *REGISTRA A VENDA EM DINHEIRO RECEM CONCLUIDA PARA O
      *MONITORAMENTO DE MOVIMENTACAO EM ESPECIE PELO AC01EX17.
       201B-GRAVAR-DINVENDA.
           MOVE COMPRA-COD-COMPRA     TO DINVENDA-COD-COMPRA.
           MOVE COMPRA-COD-LOJA       TO DINVENDA-COD-LOJA.
           MOVE COMPRA-COD-CLIENTE    TO DINVENDA-COD-CLIENTE.
           MOVE COMPRA-DATA           TO DINVENDA-DATA.
           MOVE AUX-DIN-VALOR-LIQUIDO TO DINVENDA-VALOR-LIQUIDO.
           MOVE AUX-DIN-VALOR-IMPOSTO TO DINVENDA-VALOR-IMPOSTO.
           WRITE FD-DINVENDA-REGISTRO FROM WRK-DINVENDA-REGISTRO.
           IF WRK-FS-DINVENDA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DINVENDA - FS: "
                      WRK-FS-DINVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DINVENDA.

      *ABORTA SE O COMPROD NAO CHEGAR EM ORDEM NAO DECRESCENTE DE
      *CODIGO DE COMPRA.
       141-VERIFICAR-SEQUENCIA-COMPROD.
              MOVE 99999 TO COMPROD-COD-COMPRA
           END-IF. 

       045-GRAVAR-BOLCHE.
           WRITE FD-BOLCHE-REGISTRO FROM WRK-BOLCHE-REGISTRO.
           IF WRK-FS-BOLCHE NOT = ZEROS

           ADD 1 TO WRK-CONT-GRAVADOS-BOLCHE.

           IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 200C-GRAVAR-GARVENDA
           END-IF.

       046-GRAVAR-DEBCRE.
           WRITE FD-DEBCRE-REGISTRO FROM WRK-DEBCRE-REGISTRO.
           IF WRK-FS-DEBCRE NOT = ZEROS

           ADD 1 TO WRK-CONT-GRAVADOS-DEBCRE.

           IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              PERFORM 200C-GRAVAR-GARVENDA
           END-IF.

       047-GRAVAR-RELTOT.
           WRITE FD-RELTOT-REGISTRO FROM WRK-RELTOT-REGISTRO.
           IF WRK-FS-RELTOT NOT = ZEROS
           PERFORM 056-GERAR-RELPAG.
           PERFORM 057-GERAR-RANKINGS.
           PERFORM 064-GERAR-PROMOREL.
           PERFORM 196-GERAR-PROMCESREL.
           PERFORM 068-GERAR-FISCDIA.
           PERFORM 113-GERAR-RELPAGLOJ.
           PERFORM 117-GERAR-COMISTOT.
           PERFORM 181-GERAR-BANDADECL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 053-VALIDAR-RECONCILIACAO.
           PERFORM 208-FECHAR-CICLO.
           PERFORM 091-GRAVAR-LOGEXEC.
           PERFORM 160-GERAR-RELDIA.
           PERFORM 059-RESETAR-CHECKPOINT.
           PERFORM 055-GRAVAR-RODAPES.
           PERFORM 207-GRAVAR-ACUMULADO.
           PERFORM 204-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 052-FECHAR-ARQUIVOS.
           PERFORM 149-DEFINIR-RETURN-CODE.
           SET RUNCTL-CONCLUIDO TO TRUE.
                   WRK-CONT-COMPRAS-DUPLICADAS.
           DISPLAY "Quantidade de Registros Gravados ESTQERR..: "
                   WRK-CONT-GRAVADOS-ESTQERR.
           DISPLAY "Quantidade de Registros Gravados BACKNOVO.: "
                   WRK-CONT-GRAVADOS-BACKNOVO.
           DISPLAY "Quantidade de Registros Gravados PIXVENDA.: "
                   WRK-CONT-GRAVADOS-PIXVENDA.
           DISPLAY "Total de Imposto das Vendas PIX...........: "
                   WRK-TOT-PIX-IMPOSTO.
           DISPLAY "Quantidade de Registros Gravados GARVENDA.: "
                   WRK-CONT-GRAVADOS-GARVENDA.
           DISPLAY "Quantidade de Registros Gravados FATVENDA.: "
                   WRK-CONT-GRAVADOS-FATVENDA.
           DISPLAY "Quantidade de Registros Gravados CRTVENDA.: "
                   WRK-CONT-GRAVADOS-CRTVENDA.
           DISPLAY "Quantidade de Linhas Recusadas no Cartao..: "
                   WRK-CONT-CARTAO-RECUSADO.
           DISPLAY "Quantidade de Registros Gravados DINVENDA.: "
                   WRK-CONT-GRAVADOS-DINVENDA.
           DISPLAY "Quantidade de Documentos Fiscais Emitidos.: "
                   WRK-CONT-GRAVADOS-DOCFISC.
           DISPLAY "Quantidade de Series Fiscais Abertas......: "
                   WRK-CONT-SERIES-ABERTAS.
           DISPLAY "Quantidade de Compras de Funcionario......: "
                   WRK-CONT-COMPRAS-FUNCIONARIO.
           DISPLAY "Quantidade de Pedidos de Assinatura.......: "
                   WRK-CONT-COMPRAS-ASSINATURA.
           DISPLAY "Quantidade de Registros Gravados VALEERR..: "
                   WRK-CONT-GRAVADOS-VALEERR.
           DISPLAY "Quantidade de Produtos com Valor Invalido.: "
      *EXECUCAO NOVA; NUM RESTART (OPEN EXTEND) O CABECALHO JA FOI
      *GRAVADO NA EXECUCAO ORIGINAL E NAO DEVE SER REPETIDO.
       054-GRAVAR-CABECALHOS.
           IF SAIDAS-NOVAS
              PERFORM 087-GRAVAR-CABECALHO-RELTOT
              PERFORM 088-GRAVAR-CABECALHO-CLITOT
           END-IF.
      *RODAPES DE CONTROLE - GRAVADOS NA FINALIZACAO, ANTES DO CLOSE,
      *COM A QUANTIDADE TOTAL DE REGISTROS DE DETALHE GRAVADOS NESTA
      *EXECUCAO (NAO ACUMULA GRAVACOES DE EXECUCOES ANTERIORES).
      *RELTOT E CLITOT DO DIA SAO OS CICLOS CONCATENADOS: O RODAPE
      *SO SAI NO FECHAMENTO, COM A QUANTIDADE DO DIA INTEIRO.
       055-GRAVAR-RODAPES.
           IF CICLO-FECHA-DIA
              PERFORM 089-GRAVAR-RODAPE-RELTOT
              PERFORM 090-GRAVAR-RODAPE-CLITOT
           END-IF.

       089-GRAVAR-RODAPE-RELTOT.
           MOVE WRK-DIA-QTD-RELTOT       TO RELTOT-ROD-QTD-REGS.
           WRITE FD-RELTOT-REGISTRO FROM WRK-RELTOT-RODAPE.
           IF WRK-FS-RELTOT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RODAPE RELTOT - FS: "
           END-IF.

       090-GRAVAR-RODAPE-CLITOT.
           MOVE WRK-DIA-QTD-CLITOT       TO CLITOT-ROD-QTD-REGS.
           WRITE FD-CLITOT-REGISTRO FROM WRK-CLITOT-RODAPE.
           IF WRK-FS-CLITOT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RODAPE CLITOT - FS: "
           MOVE ZEROS TO LOGEXEC-VALOR.
           PERFORM 092-GRAVAR-LINHA-LOGEXEC.

           IF CICLO-FECHA-DIA
              MOVE "CICLO DE VENDAS DO DIA - FECHAMENTO"
                                               TO LOGEXEC-DESCRICAO
           ELSE
              MOVE "CICLO DE VENDAS DO DIA - INTRADIARIO"
                                               TO LOGEXEC-DESCRICAO
           END-IF.
           MOVE WRK-CICLO-ATUAL                TO LOGEXEC-VALOR.
           PERFORM 092-GRAVAR-LINHA-LOGEXEC.

           MOVE "REGISTROS GRAVADOS RELTOT NO DIA"
                                               TO LOGEXEC-DESCRICAO.
           MOVE WRK-DIA-QTD-RELTOT             TO LOGEXEC-VALOR.
           PERFORM 092-GRAVAR-LINHA-LOGEXEC.

       092-GRAVAR-LINHA-LOGEXEC.
           WRITE FD-LOGEXEC-REGISTRO FROM WRK-LOGEXEC-REGISTRO.
           IF WRK-FS-LOGEXEC NOT = ZEROS
           MOVE WRK-TOT-DINHEIRO-LIQ   TO RELPAG-TOT-VALOR-LIQ.
           PERFORM 077-GRAVAR-RELPAG.

           MOVE "PIX     "          TO RELPAG-TIPO-PAGTO.
           MOVE WRK-TOT-PIX-BRUTO   TO RELPAG-TOT-VALOR-BTO.
           MOVE WRK-TOT-PIX-LIQ     TO RELPAG-TOT-VALOR-LIQ.
           PERFORM 077-GRAVAR-RELPAG.

           MOVE "FATURADO"          TO RELPAG-TIPO-PAGTO.
           MOVE WRK-TOT-FAT-BRUTO   TO RELPAG-TOT-VALOR-BTO.
           MOVE WRK-TOT-FAT-LIQ     TO RELPAG-TOT-VALOR-LIQ.
           PERFORM 077-GRAVAR-RELPAG.

           MOVE "CARTLOJA"          TO RELPAG-TIPO-PAGTO.
           MOVE WRK-TOT-CRT-BRUTO   TO RELPAG-TOT-VALOR-BTO.
           MOVE WRK-TOT-CRT-LIQ     TO RELPAG-TOT-VALOR-LIQ.
           PERFORM 077-GRAVAR-RELPAG.

           COMPUTE WRK-TOT-GERAL-BRUTO =
                   WRK-TOT-BOLETO-BRUTO + WRK-TOT-CHEQUE-BRUTO +
                   WRK-TOT-DEBITO-BRUTO + WRK-TOT-CREDITO-BRUTO +
                   WRK-TOT-VALE-BRUTO + WRK-TOT-NCRED-BRUTO +
                   WRK-TOT-DINHEIRO-BRUTO + WRK-TOT-PIX-BRUTO +
                   WRK-TOT-FAT-BRUTO + WRK-TOT-CRT-BRUTO.
           COMPUTE WRK-TOT-GERAL-LIQ =
                   WRK-TOT-BOLETO-LIQ + WRK-TOT-CHEQUE-LIQ +
                   WRK-TOT-DEBITO-LIQ + WRK-TOT-CREDITO-LIQ +
                   WRK-TOT-VALE-LIQ + WRK-TOT-NCRED-LIQ +
                   WRK-TOT-DINHEIRO-LIQ + WRK-TOT-PIX-LIQ +
                   WRK-TOT-FAT-LIQ + WRK-TOT-CRT-LIQ.

           MOVE "TOTAL   "         TO RELPAG-TIPO-PAGTO.
           MOVE WRK-TOT-GERAL-BRUTO TO RELPAG-TOT-VALOR-BTO.
           TO RELPAGLOJ-TOT-VALOR-LIQ.
           PERFORM 115-GRAVAR-RELPAGLOJ.

           MOVE "PIX     " TO RELPAGLOJ-TIPO-PAGTO.
           MOVE TAB-LOJA-PIX-BRUTO(IDX-LOJA)
           TO RELPAGLOJ-TOT-VALOR-BTO.
           MOVE TAB-LOJA-PIX-LIQ(IDX-LOJA)
           TO RELPAGLOJ-TOT-VALOR-LIQ.
           PERFORM 115-GRAVAR-RELPAGLOJ.

           MOVE "FATURADO" TO RELPAGLOJ-TIPO-PAGTO.
           MOVE TAB-LOJA-FAT-BRUTO(IDX-LOJA)
           TO RELPAGLOJ-TOT-VALOR-BTO.
           MOVE TAB-LOJA-FAT-LIQ(IDX-LOJA)
           TO RELPAGLOJ-TOT-VALOR-LIQ.
           PERFORM 115-GRAVAR-RELPAGLOJ.

           MOVE "CARTLOJA" TO RELPAGLOJ-TIPO-PAGTO.
           MOVE TAB-LOJA-CRT-BRUTO(IDX-LOJA)
           TO RELPAGLOJ-TOT-VALOR-BTO.
           MOVE TAB-LOJA-CRT-LIQ(IDX-LOJA)
           TO RELPAGLOJ-TOT-VALOR-LIQ.
           PERFORM 115-GRAVAR-RELPAGLOJ.

       115-GRAVAR-RELPAGLOJ.
           WRITE FD-RELPAGLOJ-REGISTRO FROM WRK-RELPAGLOJ-REGISTRO.
           IF WRK-FS-RELPAGLOJ NOT = ZEROS
           MOVE WRK-RELDIA-TRACO TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.
           MOVE WRK-FORMATAR-DATA-SIS TO RELDIA-TIT-DATA.
           IF CICLO-FECHA-DIA
              MOVE " FECHADO NO CICLO " TO RELDIA-TIT-CICLO-DESC
           ELSE
              MOVE " PARCIAL ATE CICLO " TO RELDIA-TIT-CICLO-DESC
           END-IF.
           MOVE WRK-CICLO-ATUAL TO RELDIA-TIT-CICLO.
           MOVE WRK-RELDIA-TITULO TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.
           MOVE WRK-RELDIA-TRACO TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.

           MOVE "CICLOS DE VENDAS DO DIA" TO WRK-RELDIA-LINHA-TEXTO.
           MOVE WRK-RELDIA-LINHA-TEXTO TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.
           PERFORM 165A-GRAVAR-LINHA-CICLO
             VARYING IDX-CICLO FROM 1 BY 1
               UNTIL IDX-CICLO > WRK-TAB-CICLO-QTDE.

           MOVE "VENDAS POR TIPO DE PAGAMENTO" TO
                WRK-RELDIA-LINHA-TEXTO.
           MOVE WRK-RELDIA-LINHA-TEXTO TO FD-RELDIA-REGISTRO.
           MOVE WRK-TOT-DINHEIRO-BRUTO TO RELDIA-TIPO-BRUTO.
           MOVE WRK-TOT-DINHEIRO-LIQ   TO RELDIA-TIPO-LIQ.
           PERFORM 164-GRAVAR-LINHA-TIPO.
           MOVE "PIX       " TO RELDIA-TIPO-DESC.
           MOVE WRK-TOT-PIX-BRUTO TO RELDIA-TIPO-BRUTO.
           MOVE WRK-TOT-PIX-LIQ   TO RELDIA-TIPO-LIQ.
           PERFORM 164-GRAVAR-LINHA-TIPO.
           MOVE "FATURADO  " TO RELDIA-TIPO-DESC.
           MOVE WRK-TOT-FAT-BRUTO TO RELDIA-TIPO-BRUTO.
           MOVE WRK-TOT-FAT-LIQ   TO RELDIA-TIPO-LIQ.
           PERFORM 164-GRAVAR-LINHA-TIPO.
           MOVE "CARTLOJA  " TO RELDIA-TIPO-DESC.
           MOVE WRK-TOT-CRT-BRUTO TO RELDIA-TIPO-BRUTO.
           MOVE WRK-TOT-CRT-LIQ   TO RELDIA-TIPO-LIQ.
           PERFORM 164-GRAVAR-LINHA-TIPO.
           MOVE "TOTAL     " TO RELDIA-TIPO-DESC.
           MOVE WRK-TOT-GERAL-BRUTO TO RELDIA-TIPO-BRUTO.
           MOVE WRK-TOT-GERAL-LIQ   TO RELDIA-TIPO-LIQ.
               END-IF
           END-PERFORM.

           MOVE "OCORRENCIAS DO DIA" TO WRK-RELDIA-LINHA-TEXTO.
           MOVE WRK-RELDIA-LINHA-TEXTO TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.

           MOVE "PRODERR (PRODUTO/QUANTIDADE)." TO RELDIA-ERRO-DESC.
           MOVE WRK-DIA-QTD-PRODERR TO RELDIA-ERRO-QTD.
           PERFORM 165-GRAVAR-LINHA-ERRO.
           MOVE "PAGTOERR (TIPO DE PAGAMENTO)." TO RELDIA-ERRO-DESC.
           MOVE WRK-DIA-QTD-PAGTOERR TO RELDIA-ERRO-QTD.
           PERFORM 165-GRAVAR-LINHA-ERRO.
           MOVE "ORFCLI (CLIENTE INEXISTENTE)." TO RELDIA-ERRO-DESC.
           MOVE WRK-DIA-QTD-ORFCLI TO RELDIA-ERRO-QTD.
           PERFORM 165-GRAVAR-LINHA-ERRO.
           MOVE "PRODVALERR (VALOR ZERADO)...." TO RELDIA-ERRO-DESC.
           MOVE WRK-DIA-QTD-PRODVALERR TO RELDIA-ERRO-QTD.
           PERFORM 165-GRAVAR-LINHA-ERRO.

      *    O DIA SO RECONCILIA SE TODOS OS CICLOS RECONCILIARAM
           IF NOT ACUM-RECONC-DIVERGENTE
              MOVE "RECONCILIACAO COMPROD: OK" TO
                   WRK-RELDIA-LINHA-TEXTO
           ELSE
           MOVE WRK-RELDIA-LINHA-ERRO TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.

       165A-GRAVAR-LINHA-CICLO.
           MOVE TAB-CICLO-DADOS(IDX-CICLO) TO WRK-CICLO-REGISTRO.
           MOVE CICLO-NUMERO               TO RELDIA-CIC-NUMERO.
           IF CICLO-REG-FECHA-DIA
              MOVE "FECHAMENTO"            TO RELDIA-CIC-TIPO
           ELSE
              MOVE "INTRADIA"              TO RELDIA-CIC-TIPO
           END-IF.
           MOVE CICLO-LIDOS-COMPRA         TO RELDIA-CIC-COMPRAS.
           MOVE CICLO-GRAV-RELTOT          TO RELDIA-CIC-RELTOT.
           IF CICLO-REG-LOTE-CONFERIDO
              MOVE "CONFERIDO"             TO RELDIA-CIC-LOTE
           ELSE
              MOVE "SEM CTLLOTE"           TO RELDIA-CIC-LOTE
           END-IF.
           IF CICLO-REG-RECONC-OK
              MOVE "OK"                    TO RELDIA-CIC-RECONC
           ELSE
              MOVE "DIVER"                 TO RELDIA-CIC-RECONC
           END-IF.
           MOVE WRK-RELDIA-LINHA-CICLO     TO FD-RELDIA-REGISTRO.
           PERFORM 163-GRAVAR-LINHA-RELDIA.

      *RUN CONCLUIDO POR COMPLETO - LIMPA O CHECKPOINT PARA QUE O
      *PROXIMO RUN COMECE DO ZERO.
       059-RESETAR-CHECKPOINT.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PAGTOERR.
           IF WRK-FS-PAGTOERR NOT = "00"
              DISPLAY "ERRO CLOSE PAGTOERR - FS: " WRK-FS-PAGTOERR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE BACKNOVO.
           IF WRK-FS-BACKNOVO NOT = "00"
              DISPLAY "ERRO CLOSE BACKNOVO - FS: " WRK-FS-BACKNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF ESTQLOJA-DISPONIVEL
              CLOSE ESTQLOJA
              IF WRK-FS-ESTQLOJA NOT = "00"
              END-IF
           END-IF.

           IF ESTQLOTE-DISPONIVEL
              CLOSE ESTQLOTE
              IF WRK-FS-ESTQLOTE NOT = "00"
                 DISPLAY "ERRO CLOSE ESTQLOTE - FS: "
                         WRK-FS-ESTQLOTE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           CLOSE ESTQREP.
           IF WRK-FS-ESTQREP NOT = "00"
              DISPLAY "ERRO CLOSE ESTQREP - FS: " WRK-FS-ESTQREP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NCREDSLD.
           IF WRK-FS-NCREDSLD NOT = "00"
              DISPLAY "ERRO CLOSE NCREDSLD - FS: " WRK-FS-NCREDSLD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PROMCESREL.
           IF WRK-FS-PROMCESREL NOT = "00"
              DISPLAY "ERRO CLOSE PROMCESREL - FS: " WRK-FS-PROMCESREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PROMOREL.
           IF WRK-FS-PROMOREL NOT = "00"
              DISPLAY "ERRO CLOSE PROMOREL - FS: " WRK-FS-PROMOREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PIXVENDA.
           IF WRK-FS-PIXVENDA NOT = "00"
              DISPLAY "ERRO CLOSE PIXVENDA - FS: " WRK-FS-PIXVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE GARVENDA.
           IF WRK-FS-GARVENDA NOT = "00"
              DISPLAY "ERRO CLOSE GARVENDA - FS: " WRK-FS-GARVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FATVENDA.
           IF WRK-FS-FATVENDA NOT = "00"
              DISPLAY "ERRO CLOSE FATVENDA - FS: " WRK-FS-FATVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CRTVENDA.
           IF WRK-FS-CRTVENDA NOT = "00"
              DISPLAY "ERRO CLOSE CRTVENDA - FS: " WRK-FS-CRTVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DINVENDA.
           IF WRK-FS-DINVENDA NOT = "00"
              DISPLAY "ERRO CLOSE DINVENDA - FS: " WRK-FS-DINVENDA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOCFISC.
           IF WRK-FS-DOCFISC NOT = "00"
              DISPLAY "ERRO CLOSE DOCFISC - FS: " WRK-FS-DOCFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE NUMFISC.
           IF WRK-FS-NUMFISC NOT = "00"
              DISPLAY "ERRO CLOSE NUMFISC - FS: " WRK-FS-NUMFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE FUNCSLD.
           IF WRK-FS-FUNCSLD NOT = "00"
              DISPLAY "ERRO CLOSE FUNCSLD - FS: " WRK-FS-FUNCSLD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       071-PROCESSAR-COMPROD.

           PERFORM 080-BUSCAR-PRODUTO
                          PERFORM 036-MOVER-DADOS-PRODERR
                          SET PRODERR-MOT-QUANTIDADE-INVALIDA TO TRUE
                          PERFORM 049-GRAVAR-PRODERR
                   ELSE
                   IF TAB-CESTA-GARANTIA-SEM-ITEM(IDX-CESTA)
      *                   GARANTIA SEM APARELHO ELEGIVEL ANTES DELA
                          PERFORM 036-MOVER-DADOS-PRODERR
                          SET PRODERR-MOT-GARANTIA-SEM-ITEM TO TRUE
                          PERFORM 049-GRAVAR-PRODERR
                   ELSE
                     PERFORM 104-VALIDAR-LOJA
                     IF LOJA-INVALIDA
                            PERFORM 106-GRAVAR-LOJAERR
                     ELSE
                       IF NOT COMPRA-TIPO-VALIDO
                          OR (COMPRA-TIPO-PAGTO = "FATURADO"
                              AND NOT CLIENTE-CORPORATIVO)
      *                       FATURADO SO PARA CLIENTE CORPORATIVO
                              PERFORM 038-MOVER-DADOS-PAGTOERR
                              PERFORM 039-GRAVAR-PAGTOERR
                       ELSE
                                        PERFORM 168-GRAVAR-NCREDRES
                                     END-IF
                                   ELSE
                                    IF COMPRA-TIPO-PAGTO = "FATURADO"
      *                              VAI PARA A CONTA ABERTA, SEM
      *                              LIQUIDACAO EM DEBCRE
                                     PERFORM 189-LANCAR-FATURADO
                                    ELSE
                                    IF COMPRA-TIPO-PAGTO = "CARTLOJA"
      *                              VAI PARA A CONTA DO CARTAO DA
      *                              LOJA, SEM LIQUIDACAO EM DEBCRE
                                     PERFORM 201-LANCAR-CARTAO
                                    ELSE
                                     PERFORM 046-GRAVAR-DEBCRE
                                    END-IF
                                    END-IF
                                   END-IF
                                  END-IF
                                  END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   PERFORM 036-MOVER-DADOS-PRODERR
                   SET PRODERR-MOT-PRODUTO-NAO-ENCONTRADO TO TRUE
               END-IF
           ELSE
               ADD 1 TO WRK-CONT-IGNORADOS-COMPROD
           END-IF.

       071-SALVAR-RELTOT.
           IF COMPRA-COD-COMPRA > WRK-CKPT-ULT-COMPRA-LIDO
               PERFORM 079-MOVER-DADOS-RELTOTCSV
               PERFORM 078-GRAVAR-RELTOTCSV

               IF COMPRA-TIPO-PAGTO = "PIX     "
                  AND AUX-PIX-VALOR-LIQUIDO > ZEROS
                  PERFORM 188-GRAVAR-PIXVENDA
               END-IF

               IF COMPRA-TIPO-PAGTO = "FATURADO"
                  AND AUX-FAT-VALOR-LIQUIDO > ZEROS
                  PERFORM 190-GRAVAR-FATVENDA
               END-IF

               IF COMPRA-TIPO-PAGTO = "CARTLOJA"
                  AND AUX-CRT-VALOR-LIQUIDO > ZEROS
                  PERFORM 201A-GRAVAR-CRTVENDA
               END-IF

               IF COMPRA-TIPO-PAGTO = "DINHEIRO"
                  AND AUX-DIN-VALOR-LIQUIDO > ZEROS
                  PERFORM 201B-GRAVAR-DINVENDA
               END-IF

               IF AUX-TOTAL-VALOR-LIQUIDO > ZEROS
                  PERFORM 191-EMITIR-DOCFISC
               END-IF

               ADD AUX-TOTAL-VALOR-BRUTO TO AUX-CLITOT-VALOR-BRUTO
               ADD AUX-TOTAL-VALOR-LIQUIDO TO AUX-CLITOT-VALOR-LIQUIDO
               ADD 1 TO AUX-CLITOT-QTD-COMPRAS
              DISPLAY "ERRO GRAVACAO PROCREG - FS: " WRK-FS-PROCREG
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PROCREG = ZEROS
              MOVE "PROCREG"            TO JRNMEST-ARQUIVO
              SET JRNMEST-INCLUSAO      TO TRUE
              MOVE PROCREG-COD-COMPRA   TO JRNMEST-CHAVE
              MOVE SPACES               TO JRNMEST-IMAGEM-ANTES
              MOVE WRK-PROCREG-REGISTRO TO JRNMEST-IMAGEM-DEPOIS
              PERFORM 203-GRAVAR-JRNMEST
           END-IF.

       072-SALVAR-CLITOT.
           IF AUX-CLITOT-QTD-COMPRAS > 0
                                 WRK-FS-PONTOS
                         PERFORM 999-ROTINA-ABEND
                      END-IF
                      SET JRNMEST-INCLUSAO   TO TRUE
                      MOVE SPACES            TO JRNMEST-IMAGEM-ANTES
                  NOT INVALID KEY
                      SET JRNMEST-ALTERACAO  TO TRUE
                      MOVE WRK-PONTOS-REGISTRO TO JRNMEST-IMAGEM-ANTES
                      ADD WRK-PONTOS-GANHOS TO PONTOS-ACUMULADOS
                      ADD WRK-PONTOS-GANHOS TO PONTOS-SALDO
                      REWRITE FD-PONTOS-REGISTRO
                         PERFORM 999-ROTINA-ABEND
                      END-IF
              END-READ
              MOVE "PONTOS"            TO JRNMEST-ARQUIVO
              MOVE PONTOS-COD-CLIENTE  TO JRNMEST-CHAVE
              MOVE WRK-PONTOS-REGISTRO TO JRNMEST-IMAGEM-DEPOIS
              PERFORM 203-GRAVAR-JRNMEST
           END-IF.

       073-MOVER-DADOS-CLITOT.
                   TO TAB-PRODUTO-QTD-VENDIDA(IDX-PRODUTO)
           END-SEARCH.

      *PRECIFICA A LINHA PELA SUBROTINA CALCPRECO (PRECO VIGENTE
      *OU INFORMADO, PESAVEL, DESCONTO DO PARMDESC E PROMOCOES DO
      *PARMPROMO). O PRECO UNITARIO APURADO SUBSTITUI O DO CADASTRO
      *NA LINHA. PRODUTO PESAVEL (PARMUM) TEM A QUANTIDADE DO
      *COMPROD EM CENTESIMOS DE UNIDADE; A QUANTIDADE GRAVADA EM
      *BOLCHE/DEBCRE, NOS RANKINGS E NA BAIXA DE ESTOQUE PERMANECE
      *EM CENTESIMOS PARA O PRODUTO PESAVEL, POR CONVENCAO.
       176-CHAMAR-CALCPRECO.
           CALL 'CALCPRECO' USING PRC-AREA-CHAMADA.
           IF NOT PRC-RETORNO-OK
              DISPLAY "ERRO NA SUBROTINA CALCPRECO - RETORNO: "
                      PRC-RETORNO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE PRC-VALOR-UNITARIO TO PRODUTO-VALOR.
           MOVE PRC-VALOR-BRUTO    TO AUX-RESULT-VALOR-BRUTO.
           MOVE PRC-VALOR-LIQUIDO  TO AUX-RESULT-VALOR-LIQUIDO.
           MOVE PRC-ALIQUOTA       TO AUX-ALIQUOTA-IMPOSTO.

      *VERIFICA SE A LINHA CORRENTE E UM KIT E, SENDO, SE TODOS OS
      *COMPONENTES EXISTEM NO CADASTRO DE PRODUTO - UM COMPONENTE
      *FALTANTE REJEITA A LINHA INTEIRA PARA KITERR, EM VEZ DE
           END-IF.

       136-ATUALIZAR-ESTOQUE.
           MOVE WRK-ESTOQUE-REGISTRO TO WRK-JRN-ESTOQUE-ANTES.
           IF COMPROD-QUANTIDADE > ESTOQUE-SALDO
               MOVE ESTOQUE-SALDO      TO WRK-LOTE-A-BAIXAR
           ELSE
               MOVE COMPROD-QUANTIDADE TO WRK-LOTE-A-BAIXAR
           END-IF.
           IF ESTQLOTE-DISPONIVEL
              PERFORM 136A-CONSUMIR-LOTES
           END-IF.

           IF COMPROD-QUANTIDADE > ESTOQUE-SALDO
               PERFORM 134-MOVER-DADOS-ESTQERR
               SET ESTQERR-MOT-SALDO-INSUFICIENTE TO TRUE
               MOVE ESTOQUE-SALDO TO ESTQERR-SALDO
               PERFORM 135-GRAVAR-ESTQERR
               IF LINHA-NAO-E-KIT
                  PERFORM 135A-GRAVAR-BACKNOVO
               END-IF
               MOVE ZEROS TO ESTOQUE-SALDO
           ELSE
               SUBTRACT COMPROD-QUANTIDADE FROM ESTOQUE-SALDO
              DISPLAY "ERRO REESCRITA ESTOQUE - FS: " WRK-FS-ESTOQUE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE "ESTOQUE"            TO JRNMEST-ARQUIVO.
           SET JRNMEST-ALTERACAO     TO TRUE.
           MOVE ESTOQUE-COD-PRODUTO  TO JRNMEST-CHAVE.
           MOVE WRK-JRN-ESTOQUE-ANTES TO JRNMEST-IMAGEM-ANTES.
           MOVE WRK-ESTOQUE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 203-GRAVAR-JRNMEST.

           IF ESTOQUE-SALDO < ESTOQUE-MINIMO
              PERFORM 137-MARCAR-REPOSICAO
           END-IF.

      *CONSOME OS LOTES DO PRODUTO NA ORDEM DA CHAVE - A VALIDADE
      *MAIS PROXIMA PRIMEIRO. LOTE ZERADO E EXCLUIDO DO KSDS.
      *CADA BAIXA SAI NO JRNMEST COM A CHAVE DO PRODUTO; A CHAVE
      *COMPLETA DO LOTE ESTA NO INICIO DAS IMAGENS.
       136A-CONSUMIR-LOTES.
           MOVE COMPROD-COD-PRODUTO TO ESTQLOTE-COD-PRODUTO.
           MOVE ZEROS               TO ESTQLOTE-DATA-VALIDADE.
           MOVE LOW-VALUES          TO ESTQLOTE-NUM-LOTE.
           MOVE ESTQLOTE-CHAVE      TO FD-ESTQLOTE-CHAVE.
           SET HA-LOTES-PRODUTO TO TRUE.
           START ESTQLOTE KEY NOT < FD-ESTQLOTE-CHAVE
               INVALID KEY
                   SET FIM-LOTES-PRODUTO TO TRUE
           END-START.
           PERFORM 136B-CONSUMIR-LOTE
               UNTIL FIM-LOTES-PRODUTO
                  OR WRK-LOTE-A-BAIXAR = ZEROS.

       136B-CONSUMIR-LOTE.
           READ ESTQLOTE NEXT RECORD INTO WRK-ESTQLOTE-REGISTRO
               AT END
                   SET FIM-LOTES-PRODUTO TO TRUE
           END-READ.
           IF WRK-FS-ESTQLOTE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ESTQLOTE - FS: " WRK-FS-ESTQLOTE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF HA-LOTES-PRODUTO
              AND ESTQLOTE-COD-PRODUTO NOT = COMPROD-COD-PRODUTO
              SET FIM-LOTES-PRODUTO TO TRUE
           END-IF.

           IF HA-LOTES-PRODUTO
              MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-ANTES
              IF WRK-LOTE-A-BAIXAR < ESTQLOTE-SALDO
                 SUBTRACT WRK-LOTE-A-BAIXAR FROM ESTQLOTE-SALDO
                 MOVE ZEROS TO WRK-LOTE-A-BAIXAR
                 REWRITE FD-ESTQLOTE-REGISTRO
                     FROM WRK-ESTQLOTE-REGISTRO
                 SET JRNMEST-ALTERACAO TO TRUE
                 MOVE WRK-ESTQLOTE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS
              ELSE
                 SUBTRACT ESTQLOTE-SALDO FROM WRK-LOTE-A-BAIXAR
                 DELETE ESTQLOTE RECORD
                 SET JRNMEST-EXCLUSAO TO TRUE
                 MOVE SPACES TO JRNMEST-IMAGEM-DEPOIS
              END-IF
              IF WRK-FS-ESTQLOTE NOT = ZEROS
                 DISPLAY "ERRO ATUALIZACAO ESTQLOTE - FS: "
                         WRK-FS-ESTQLOTE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE "ESTQLOTE"           TO JRNMEST-ARQUIVO
              MOVE ESTQLOTE-COD-PRODUTO TO JRNMEST-CHAVE
              PERFORM 203-GRAVAR-JRNMEST
           END-IF.

       134-MOVER-DADOS-ESTQERR.
           MOVE COMPRA-COD-COMPRA    TO ESTQERR-COD-COMPRA.
           MOVE COMPROD-COD-PRODUTO  TO ESTQERR-COD-PRODUTO.

           ADD 1 TO WRK-CONT-GRAVADOS-ESTQERR.

      *A QUANTIDADE QUE FALTOU NO ESTOQUE FICA ENCOMENDADA PARA O
      *CLIENTE, AO PRECO VIGENTE DO DIA. COMPONENTE DE KIT NAO TEM
      *PRECO PROPRIO E FICA SO NO ESTQERR.
       135A-GRAVAR-BACKNOVO.
           MOVE COMPRA-COD-COMPRA    TO BACKNOVO-COD-COMPRA.
           MOVE COMPRA-COD-CLIENTE   TO BACKNOVO-COD-CLIENTE.
           MOVE COMPRA-COD-LOJA      TO BACKNOVO-COD-LOJA.
           MOVE COMPROD-COD-PRODUTO  TO BACKNOVO-COD-PRODUTO.
           COMPUTE BACKNOVO-QUANTIDADE =
               COMPROD-QUANTIDADE - ESTOQUE-SALDO.
           MOVE PRODUTO-VALOR        TO BACKNOVO-PRECO.
           MOVE COMPRA-DATA          TO BACKNOVO-DATA.
           WRITE FD-BACKNOVO-REGISTRO FROM WRK-BACKNOVO-REGISTRO.
           IF WRK-FS-BACKNOVO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO BACKNOVO - FS: " WRK-FS-BACKNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-BACKNOVO.

      *MARCA O PRODUTO PARA O RELATORIO DE REPOSICAO, ATUALIZANDO
      *O SALDO SE O PRODUTO JA ESTAVA MARCADO NESTE RUN.
       137-MARCAR-REPOSICAO.
                      SET VALE-REJEITADO TO TRUE
                      SET VALEERR-MOT-SALDO-INSUFICIENTE TO TRUE
                   ELSE
                      MOVE WRK-VOUCHER-REGISTRO
                        TO JRNMEST-IMAGEM-ANTES
                      SUBTRACT AUX-RESULT-VALOR-LIQUIDO
                          FROM VOUCHER-SALDO
                      REWRITE FD-VOUCHER-REGISTRO
                                 WRK-FS-VOUCHER
                         PERFORM 999-ROTINA-ABEND
                      END-IF
                      MOVE "VOUCHER"            TO JRNMEST-ARQUIVO
                      SET JRNMEST-ALTERACAO     TO TRUE
                      MOVE VOUCHER-NUMERO       TO JRNMEST-CHAVE
                      MOVE WRK-VOUCHER-REGISTRO
                        TO JRNMEST-IMAGEM-DEPOIS
                      PERFORM 203-GRAVAR-JRNMEST
                      PERFORM 169-GRAVAR-VALEMOV
                   END-IF
           END-READ.
                   TO TAB-LOJA-DINHEIRO-BRUTO(IDX-LOJA)
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO TAB-LOJA-DINHEIRO-LIQ(IDX-LOJA)
               WHEN "PIX     "
                   ADD AUX-RESULT-VALOR-BRUTO
                   TO TAB-LOJA-PIX-BRUTO(IDX-LOJA)
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO TAB-LOJA-PIX-LIQ(IDX-LOJA)
               WHEN "FATURADO"
                   ADD AUX-RESULT-VALOR-BRUTO
                   TO TAB-LOJA-FAT-BRUTO(IDX-LOJA)
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO TAB-LOJA-FAT-LIQ(IDX-LOJA)
               WHEN "CARTLOJA"
                   ADD AUX-RESULT-VALOR-BRUTO
                   TO TAB-LOJA-CRT-BRUTO(IDX-LOJA)
                   ADD AUX-RESULT-VALOR-LIQUIDO
                   TO TAB-LOJA-CRT-LIQ(IDX-LOJA)
           END-EVALUATE.

           SET IDX-CLILOJ TO 1.
                   TO TAB-CLILOJ-VALOR-LIQ(IDX-CLILOJ)
           END-SEARCH.

      *CALCULA O IMPOSTO DA LINHA SOBRE O VALOR LIQUIDO FINAL (APOS
      *CESTA, FUNCIONARIO E ASSINATURA), COM A ALIQUOTA DO PRODUTO
      *EM PARMTAXA DEVOLVIDA PELA CALCPRECO (ZERO QUANDO O PRODUTO
      *NAO TEM ALIQUOTA CADASTRADA), E ACUMULA A BASE E O IMPOSTO
      *POR ALIQUOTA PARA O RESUMO FISCAL DIARIO.
       066-CALCULAR-IMPOSTO.
           COMPUTE AUX-VALOR-IMPOSTO
           EQUAL AUX-RESULT-VALOR-LIQUIDO * AUX-ALIQUOTA-IMPOSTO
           / 100.
           ADD AUX-VALOR-IMPOSTO TO AUX-DOC-VALOR-IMPOSTO.

           PERFORM 067-ACUMULAR-FISCDIA.

                   TO TAB-FISCDIA-IMPOSTO(IDX-FISCDIA)
           END-SEARCH.

      *ACUMULA PARA O PROMOREL O IMPACTO DAS PROMOCOES DO PRODUTO
      *APLICADAS PELA CALCPRECO NA LINHA. PRC-PROMO-SEQ E A POSICAO
      *DA PROMOCAO NO PARMPROMO, A MESMA DA TABELA INTERNA.
       063-ACUMULAR-PROMOREL.
           PERFORM 063A-ACUMULAR-PROMO-LINHA
             VARYING IDX-PRC-PROMO FROM 1 BY 1
               UNTIL IDX-PRC-PROMO > PRC-QTD-PROMO.

       063A-ACUMULAR-PROMO-LINHA.
           SET IDX-PARMPROMO TO PRC-PROMO-SEQ(IDX-PRC-PROMO).
           ADD COMPROD-QUANTIDADE
           TO TAB-PARMPROMO-QTD-VENDIDA(IDX-PARMPROMO).
           ADD PRC-PROMO-LIQ-APOS(IDX-PRC-PROMO)
           TO TAB-PARMPROMO-RECEITA-LIQ(IDX-PARMPROMO).

      *MONTA A AREA DE CHAMADA DA CALCPRECO PARA A LINHA CORRENTE:
      *PRECO VIGENTE EM COMPRA-DATA NA LOJA DA COMPRA, DESCONTO DO
      *TIPO DE PAGAMENTO NO PARMDESC E PROMOCOES DO PRODUTO.
       084-PREPARAR-PRECIFICACAO.
           MOVE PRODUTO-COD-PRODUTO  TO PRC-COD-PRODUTO.
           MOVE PRODUTO-VALOR        TO PRC-VALOR-CADASTRO.
           MOVE COMPROD-QUANTIDADE   TO PRC-QUANTIDADE.
           MOVE COMPRA-DATA          TO PRC-DATA.
           MOVE COMPRA-COD-LOJA      TO PRC-COD-LOJA.
           MOVE COMPRA-TIPO-PAGTO    TO PRC-TIPO-PAGTO.
           SET PRC-PRECO-VIGENTE     TO TRUE.
           SET PRC-DESCONTO-PARMDESC TO TRUE.
           SET PRC-COM-PROMO         TO TRUE.

      *AJUSTES DA CESTA NA LINHA: A GARANTIA ESTENDIDA VAI COM O
      *PRECO UNITARIO APURADO NA CARGA DA CESTA (200), E A PROMOCAO
      *L/C DE CESTA QUE NAO ACUMULA DISPENSA O PARMPROMO DO PRODUTO.
       084A-AJUSTAR-PRECIFICACAO-CESTA.
           IF TAB-CESTA-GARANTIA-VALIDA(IDX-CESTA)
              SET PRC-PRECO-INFORMADO TO TRUE
              MOVE TAB-CESTA-VALOR-UNIT(IDX-CESTA)
                TO PRC-VALOR-CADASTRO
           END-IF.
           IF TAB-CESTA-IDX-PROMO(IDX-CESTA) > ZEROS
              SET IDX-PCE TO TAB-CESTA-IDX-PROMO(IDX-CESTA)
              IF NOT TAB-PCE-ACUMULA-PROMO(IDX-PCE)
                 SET PRC-SEM-PROMO TO TRUE
              END-IF
           END-IF.

      *COMISSAO DO VENDEDOR SOBRE O VALOR LIQUIDO DA LINHA DE COMPROD
      *QUE ACABOU DE SER PRECIFICADA EM 033/034-MOVER-DADOS-BOLCHE/
              COMPUTE AUX-VALOR-COMISSAO
              EQUAL AUX-RESULT-VALOR-LIQUIDO *
                    TAB-VENDEDOR-PERCENTUAL(IDX-VENDEDOR) / 100
      *       FUNCIONARIO NAO GANHA COMISSAO NA PROPRIA COMPRA
              IF COMPRA-DE-FUNCIONARIO
                 AND FUNCSLD-COD-VENDEDOR = COMPRA-COD-VENDEDOR
                 MOVE ZEROS TO AUX-VALOR-COMISSAO
              END-IF
              ADD AUX-RESULT-VALOR-LIQUIDO
              TO TAB-VENDEDOR-TOT-LIQ(IDX-VENDEDOR)
              ADD AUX-VALOR-COMISSAO
              COMPUTE AUX-VALOR-COMISSAO
              EQUAL AUX-RESULT-VALOR-LIQUIDO * WRK-PERCENTUAL-COMISSAO
              / 100
              IF COMPRA-DE-FUNCIONARIO
                 AND FUNCSLD-COD-VENDEDOR = COMPRA-COD-VENDEDOR
                 MOVE ZEROS TO AUX-VALOR-COMISSAO
              END-IF
           END-IF.

           MOVE AUX-VALOR-COMISSAO TO COMISSAO-VALOR-COMISSAO.
              END-IF
           END-IF.

      *ABRE O DIARIO DE RECUPERACAO DOS MESTRES, CUMULATIVO ENTRE
      *OS RUNS, E ZERA AS FIGURAS DE CONTROLE DESTE RUN.
       202-ABRIR-JRNMEST.
           OPEN EXTEND   JRNMEST.
           IF WRK-FS-JRNMEST = "35"
              OPEN OUTPUT  JRNMEST
           END-IF.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           INITIALIZE TAB-JRC-REGISTRO(1) TAB-JRC-REGISTRO(2)
                      TAB-JRC-REGISTRO(3) TAB-JRC-REGISTRO(4)
                      TAB-JRC-REGISTRO(5).
           MOVE "PONTOS"   TO TAB-JRC-ARQUIVO(1).
           MOVE "ESTOQUE"  TO TAB-JRC-ARQUIVO(2).
           MOVE "VOUCHER"  TO TAB-JRC-ARQUIVO(3).
           MOVE "PROCREG"  TO TAB-JRC-ARQUIVO(4).
           MOVE "ESTQLOTE" TO TAB-JRC-ARQUIVO(5).
           MOVE ZEROS      TO WRK-JRN-SEQUENCIA.

      *GRAVA NO DIARIO A ATUALIZACAO RECEM APLICADA AO MESTRE. O
      *CHAMADOR INFORMA ARQUIVO, OPERACAO, CHAVE E AS IMAGENS.
       203-GRAVAR-JRNMEST.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE WRK-NOME-PASSO TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS   TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA TO JRNMEST-SEQUENCIA.

           SET IDX-JRC TO 1.
           SEARCH TAB-JRC-REGISTRO
               AT END
                   DISPLAY "ARQUIVO SEM CONTROLE NO JRNMEST: "
                           JRNMEST-ARQUIVO
                   PERFORM 999-ROTINA-ABEND
               WHEN TAB-JRC-ARQUIVO(IDX-JRC) = JRNMEST-ARQUIVO
                   EVALUATE TRUE
                       WHEN JRNMEST-INCLUSAO
                           ADD 1 TO TAB-JRC-INCLUSOES(IDX-JRC)
                           ADD JRNMEST-CHAVE
                            TO TAB-JRC-SOMA-CHAVES-INC(IDX-JRC)
                       WHEN JRNMEST-ALTERACAO
                           ADD 1 TO TAB-JRC-ALTERACOES(IDX-JRC)
                       WHEN JRNMEST-EXCLUSAO
                           ADD 1 TO TAB-JRC-EXCLUSOES(IDX-JRC)
                           ADD JRNMEST-CHAVE
                            TO TAB-JRC-SOMA-CHAVES-EXC(IDX-JRC)
                   END-EVALUATE
           END-SEARCH.

           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *FECHA O RUN NO DIARIO COM UM REGISTRO DE CONTROLE POR
      *MESTRE. RUN SEM ESTES REGISTROS NAO TERMINOU NORMALMENTE.
       204-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 204A-GRAVAR-CONTROLE-MESTRE
             VARYING IDX-JRC FROM 1 BY 1
               UNTIL IDX-JRC > 5.

       204A-GRAVAR-CONTROLE-MESTRE.
           MOVE TAB-JRC-ARQUIVO(IDX-JRC) TO JRNMEST-ARQUIVO.
           SET JRNMEST-CONTROLE          TO TRUE.
           MOVE ZEROS                    TO JRNMEST-CHAVE.
           MOVE SPACES                   TO JRNMEST-IMAGENS.
           MOVE TAB-JRC-INCLUSOES(IDX-JRC)  TO JRNMEST-CTL-INCLUSOES.
           MOVE TAB-JRC-ALTERACOES(IDX-JRC) TO JRNMEST-CTL-ALTERACOES.
           MOVE TAB-JRC-EXCLUSOES(IDX-JRC)  TO JRNMEST-CTL-EXCLUSOES.
           MOVE TAB-JRC-SOMA-CHAVES-INC(IDX-JRC)
             TO JRNMEST-CTL-SOMA-CHAVES-INC.
           MOVE TAB-JRC-SOMA-CHAVES-EXC(IDX-JRC)
             TO JRNMEST-CTL-SOMA-CHAVES-EXC.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE WRK-NOME-PASSO TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS   TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA TO JRNMEST-SEQUENCIA.
           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *IDENTIFICA O CICLO DE VENDAS DESTE RUN. O ACUMANT TRAZ O
      *ULTIMO CICLO DO DIA; O CARTAO PARMCICLO DIZ SE ESTE CICLO E
      *INTRADIARIO OU FECHA O DIA E, SE INFORMADO, O NUMERO DO
      *CICLO - ENTREGA REPETIDA OU FORA DE ORDEM PARA AQUI. SEM O
      *CARTAO, O RUN E O PROXIMO CICLO E FECHA O DIA (NUM DIA SEM
      *CICLOS INTRADIARIOS, O PROPRIO RUN NOTURNO).
       205-VERIFICAR-CICLO.
           MOVE ZEROS TO PARMCICLO-NUMERO.
           MOVE "S"   TO PARMCICLO-FECHAMENTO.
           OPEN INPUT   PARMCICLO.
           IF WRK-FS-PARMCICLO = "35"
              CONTINUE
           ELSE
              IF WRK-FS-PARMCICLO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMCICLO - FS: "
                         WRK-FS-PARMCICLO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMCICLO INTO WRK-PARMCICLO-REGISTRO
              IF WRK-FS-PARMCICLO NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA PARMCICLO - FS: "
                         WRK-FS-PARMCICLO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMCICLO
           END-IF.

           IF NOT PARMCICLO-FECHA-DIA AND NOT PARMCICLO-INTRADIARIO
              DISPLAY "PARMCICLO INVALIDO - FECHAMENTO: "
                      PARMCICLO-FECHAMENTO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF PARMCICLO-NUMERO NOT NUMERIC
              DISPLAY "PARMCICLO INVALIDO - NUMERO: "
                      PARMCICLO-NUMERO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE PARMCICLO-FECHAMENTO TO WRK-SW-CICLO.

           PERFORM 205A-LER-CONTROLE-ACUMANT.

      *    DIA ABERTO DE DATA ANTERIOR: O FECHAMENTO DAQUELE DIA NAO
      *    RODOU. UM CICLO INTRADIARIO NAO PODE MISTURAR OS DOIS
      *    DIAS; O FECHAMENTO PODE (RUN NOTURNO APOS A MEIA-NOITE).
      *    COM OVERRIDE, O ACUMULADO PENDENTE E DESPREZADO.
           SET DIA-NOVO TO TRUE.
           IF ACUM-DIA-ABERTO
              IF WRK-ACUM-DATA-MOVTO < WRK-DATA-SIS
                 AND CICLO-INTRADIARIO
                 IF OVERRIDE-NAO-AUTORIZADO
                    DISPLAY "DIA " WRK-ACUM-DATA-MOVTO
                            " NAO FECHADO - CICLO "
                            WRK-ACUM-ULT-CICLO " EM ABERTO"
                    DISPLAY "RODE O FECHAMENTO OU USE O OVERRIDE"
                            " DO OPERADOR (PARMOVRD)"
                    PERFORM 999-ROTINA-ABEND
                 END-IF
                 DISPLAY "ACUMULADO DO DIA " WRK-ACUM-DATA-MOVTO
                         " DESPREZADO POR OVERRIDE"
              ELSE
                 SET DIA-CONTINUADO TO TRUE
              END-IF
           ELSE
              IF ACUM-DIA-FECHADO
                 AND WRK-ACUM-DATA-MOVTO = WRK-DATA-SIS
                 AND OVERRIDE-NAO-AUTORIZADO
                 DISPLAY "DIA " WRK-ACUM-DATA-MOVTO
                         " JA FECHADO NO CICLO " WRK-ACUM-ULT-CICLO
                 DISPLAY "USE O OVERRIDE DO OPERADOR (PARMOVRD)"
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           IF DIA-CONTINUADO
              COMPUTE WRK-CICLO-ESPERADO = WRK-ACUM-ULT-CICLO + 1
              SET SAIDAS-EM-EXTENSAO TO TRUE
           ELSE
              INITIALIZE WRK-ACUM-ANTERIOR
              MOVE ZEROS        TO WRK-TAB-CICLO-QTDE
              MOVE WRK-DATA-SIS TO WRK-ACUM-DATA-MOVTO
              MOVE 1            TO WRK-CICLO-ESPERADO
           END-IF.

           IF WRK-CICLO-ESPERADO > 99
              DISPLAY "LIMITE DE 99 CICLOS NO DIA ESGOTADO"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF PARMCICLO-NUMERO > ZEROS
              AND PARMCICLO-NUMERO NOT = WRK-CICLO-ESPERADO
              DISPLAY "CICLO FORA DE SEQUENCIA - INFORMADO: "
                      PARMCICLO-NUMERO " ESPERADO: "
                      WRK-CICLO-ESPERADO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-CICLO-ESPERADO TO WRK-CICLO-ATUAL.

      *    O CICLO INTRADIARIO TEM CARIMBO PROPRIO NO RUNCTL E NO
      *    DIARIO DOS MESTRES, PARA PODER SER DESFEITO SOZINHO
           IF CICLO-INTRADIARIO
              MOVE WRK-CICLO-ATUAL      TO NOME-CICLO-NUMERO
              MOVE WRK-NOME-PASSO-CICLO TO WRK-NOME-PASSO
              DISPLAY "CICLO DE VENDAS " WRK-CICLO-ATUAL
                      " - INTRADIARIO - DIA " WRK-ACUM-DATA-MOVTO
           ELSE
              DISPLAY "CICLO DE VENDAS " WRK-CICLO-ATUAL
                      " - FECHAMENTO DO DIA " WRK-ACUM-DATA-MOVTO
           END-IF.

      *LE DO ACUMANT O CONTROLE DO DIA E OS CICLOS JA PROCESSADOS.
      *AS TABELAS DO DIA SO SAO CARREGADAS DEPOIS DOS CADASTROS
      *(206-CARREGAR-ACUMULADO). SEM O ARQUIVO, OU VAZIO, O DIA E
      *NOVO.
       205A-LER-CONTROLE-ACUMANT.
           INITIALIZE WRK-ACUM-ANTERIOR.
           MOVE ZEROS TO WRK-TAB-CICLO-QTDE.
           OPEN INPUT   ACUMANT.
           IF WRK-FS-ACUMANT = "35"
              CONTINUE
           ELSE
              IF WRK-FS-ACUMANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ACUMANT - FS: " WRK-FS-ACUMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 205B-LER-ACUMANT
              IF WRK-FS-ACUMANT = "00"
                 IF NOT ACUMDIA-CONTROLE
                    DISPLAY "ACUMANT SEM REGISTRO DE CONTROLE"
                    PERFORM 999-ROTINA-ABEND
                 END-IF
                 MOVE ACUMDIA-DATA-MOVTO  TO WRK-ACUM-DATA-MOVTO
                 MOVE ACUMDIA-ULT-CICLO   TO WRK-ACUM-ULT-CICLO
                 MOVE ACUMDIA-SITUACAO    TO WRK-ACUM-SITUACAO
                 MOVE ACUMDIA-ULT-COMPRA  TO WRK-ACUM-ULT-COMPRA
                 MOVE ACUMDIA-CONTADORES  TO WRK-ACUM-CONTADORES
                 MOVE ACUMDIA-RECONC-DIA  TO WRK-ACUM-RECONC-DIA
                 PERFORM 205B-LER-ACUMANT
              END-IF
              PERFORM 205C-GUARDAR-CICLO-ANTERIOR
                UNTIL WRK-FS-ACUMANT = "10"
              CLOSE ACUMANT
           END-IF.

       205B-LER-ACUMANT.
           READ ACUMANT INTO WRK-ACUMDIA-REGISTRO.
           IF WRK-FS-ACUMANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ACUMANT - FS: " WRK-FS-ACUMANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       205C-GUARDAR-CICLO-ANTERIOR.
           IF ACUMDIA-CICLO
              ADD 1 TO WRK-TAB-CICLO-QTDE
              MOVE ACUMDIA-CIC-REGISTRO
                TO TAB-CICLO-DADOS(WRK-TAB-CICLO-QTDE)
           END-IF.
           PERFORM 205B-LER-ACUMANT.

      *DIA CONTINUADO: SOMA AOS ACUMULADORES DESTE RUN O QUE OS
      *CICLOS ANTERIORES DEIXARAM NO ACUMANT, PARA QUE RELPAG,
      *RELPAGLOJ, FISCDIA, RANKINGS, PROMOREL, PROMCESREL, COMISTOT,
      *ESTQREP, BANDADECL E RELDIA SAIAM COM O DIA ATE ESTE CICLO.
      *LOJA, VENDEDOR E PROMOCAO QUE SAIRAM DO CADASTRO DESDE O
      *CICLO ANTERIOR NAO TEM ONDE SER SOMADOS E SAO AVISADOS.
       206-CARREGAR-ACUMULADO.
           IF DIA-CONTINUADO
              OPEN INPUT   ACUMANT
              IF WRK-FS-ACUMANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ACUMANT - FS: " WRK-FS-ACUMANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 205B-LER-ACUMANT
              PERFORM 206A-SOMAR-ACUMANT
                UNTIL WRK-FS-ACUMANT = "10"
              CLOSE ACUMANT
           END-IF.

       206A-SOMAR-ACUMANT.
           EVALUATE TRUE
               WHEN ACUMDIA-TOTAIS
                   MOVE ACUMDIA-TOT-PAGTO TO WRK-TOTAIS-TIPO-PAGTO
               WHEN ACUMDIA-DECLINIO
                   MOVE ACUMDIA-DECL-TABELA TO WRK-TAB-DECL
               WHEN ACUMDIA-FISCAL
                   ADD 1 TO WRK-TAB-FISCDIA-QTDE
                   MOVE ACUMDIA-FIS-REGISTRO
                     TO TAB-FISCDIA-REGISTRO(WRK-TAB-FISCDIA-QTDE)
               WHEN ACUMDIA-PRODUTO
                   ADD 1 TO WRK-TAB-PRODUTO-QTDE
                   MOVE ACUMDIA-PRD-REGISTRO
                     TO TAB-PRODUTO-REGISTRO(WRK-TAB-PRODUTO-QTDE)
               WHEN ACUMDIA-REPOSICAO
                   ADD 1 TO WRK-TAB-ESTQREP-QTDE
                   MOVE ACUMDIA-REP-REGISTRO
                     TO TAB-ESTQREP-REGISTRO(WRK-TAB-ESTQREP-QTDE)
               WHEN ACUMDIA-LOJA
                   PERFORM 206B-SOMAR-LOJA
               WHEN ACUMDIA-VENDEDOR
                   PERFORM 206C-SOMAR-VENDEDOR
               WHEN ACUMDIA-PROMO
                   PERFORM 206D-SOMAR-PROMO
               WHEN ACUMDIA-PROMO-CESTA
                   PERFORM 206E-SOMAR-PROMO-CESTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 205B-LER-ACUMANT.

       206B-SOMAR-LOJA.
           SET IDX-LOJA TO 1.
           SEARCH TAB-LOJA-REGISTRO
               AT END
                   DISPLAY "AVISO: LOJA " ACUMDIA-LOJ-COD-LOJA
                           " DO ACUMULADO FORA DO CADASTRO"
               WHEN TAB-LOJA-COD-LOJA(IDX-LOJA) = ACUMDIA-LOJ-COD-LOJA
                   MOVE ACUMDIA-LOJ-TOTAIS TO TAB-LOJA-TOTAIS(IDX-LOJA)
           END-SEARCH.

       206C-SOMAR-VENDEDOR.
           SET IDX-VENDEDOR TO 1.
           SEARCH TAB-VENDEDOR-REGISTRO
               AT END
                   DISPLAY "AVISO: VENDEDOR " ACUMDIA-VEN-COD
                           " DO ACUMULADO FORA DO CADASTRO"
               WHEN TAB-VENDEDOR-COD(IDX-VENDEDOR) = ACUMDIA-VEN-COD
                   MOVE ACUMDIA-VEN-TOT-LIQ
                     TO TAB-VENDEDOR-TOT-LIQ(IDX-VENDEDOR)
                   MOVE ACUMDIA-VEN-TOT-COMIS
                     TO TAB-VENDEDOR-TOT-COMIS(IDX-VENDEDOR)
           END-SEARCH.

       206D-SOMAR-PROMO.
           SET IDX-PARMPROMO TO 1.
           SEARCH TAB-PARMPROMO-REGISTRO
               AT END
                   DISPLAY "AVISO: PROMOCAO DO PRODUTO "
                           ACUMDIA-PRM-COD-PRODUTO
                           " DO ACUMULADO FORA DO PARMPROMO"
               WHEN TAB-PARMPROMO-COD-PRODUTO(IDX-PARMPROMO) =
                    ACUMDIA-PRM-COD-PRODUTO
                AND TAB-PARMPROMO-DATA-INICIAL(IDX-PARMPROMO) =
                    ACUMDIA-PRM-DATA-INICIAL
                AND TAB-PARMPROMO-DATA-FINAL(IDX-PARMPROMO) =
                    ACUMDIA-PRM-DATA-FINAL
                   MOVE ACUMDIA-PRM-QTD-VENDIDA
                     TO TAB-PARMPROMO-QTD-VENDIDA(IDX-PARMPROMO)
                   MOVE ACUMDIA-PRM-RECEITA-LIQ
                     TO TAB-PARMPROMO-RECEITA-LIQ(IDX-PARMPROMO)
           END-SEARCH.

       206E-SOMAR-PROMO-CESTA.
           SET IDX-PCE TO 1.
           SEARCH TAB-PCE-REGISTRO
               AT END
                   DISPLAY "AVISO: PROMOCAO DE CESTA "
                           ACUMDIA-PCE-COD-PROMO
                           " DO ACUMULADO FORA DO PROMCESTA"
               WHEN TAB-PCE-COD-PROMO(IDX-PCE) = ACUMDIA-PCE-COD-PROMO
                   MOVE ACUMDIA-PCE-ULT-COMPRA
                     TO TAB-PCE-ULT-COMPRA(IDX-PCE)
                   MOVE ACUMDIA-PCE-QTD-COMPRAS
                     TO TAB-PCE-QTD-COMPRAS(IDX-PCE)
                   MOVE ACUMDIA-PCE-CUSTO
                     TO TAB-PCE-CUSTO(IDX-PCE)
           END-SEARCH.

      *SOMA OS CONTADORES DESTE CICLO AOS DOS CICLOS ANTERIORES E
      *REGISTRA O CICLO NA TABELA DO DIA, ANTES DO RELDIA E DOS
      *RODAPES, QUE SAEM COM OS NUMEROS DO DIA.
       208-FECHAR-CICLO.
           COMPUTE WRK-DIA-LIDOS-COMPRA   = WRK-ACUM-LIDOS-COMPRA
                                          + WRK-CONT-LIDOS-COMPRA.
           COMPUTE WRK-DIA-LIDOS-COMPROD  = WRK-ACUM-LIDOS-COMPROD
                                          + WRK-CONT-LIDOS-COMPROD.
           COMPUTE WRK-DIA-QTD-RELTOT     = WRK-ACUM-QTD-RELTOT
                                          + WRK-CONT-GRAVADOS-RELTOT.
           COMPUTE WRK-DIA-QTD-CLITOT     = WRK-ACUM-QTD-CLITOT
                                          + WRK-CONT-GRAVADOS-CLITOT.
           COMPUTE WRK-DIA-QTD-PRODERR    = WRK-ACUM-QTD-PRODERR
                                          + WRK-CONT-GRAVADOS-PRODERR.
           COMPUTE WRK-DIA-QTD-PAGTOERR   = WRK-ACUM-QTD-PAGTOERR
                                          + WRK-CONT-GRAVADOS-PAGTOERR.
           COMPUTE WRK-DIA-QTD-ORFCLI     = WRK-ACUM-QTD-ORFCLI
                                          + WRK-CONT-GRAVADOS-ORFCLI.
           COMPUTE WRK-DIA-QTD-PRODVALERR = WRK-ACUM-QTD-PRODVALERR
                                   + WRK-CONT-PRODUTO-VALOR-INVALIDO.

           IF WRK-RECONCILIACAO-DIVERGENCIA
              SET ACUM-RECONC-DIVERGENTE TO TRUE
           END-IF.
           IF WRK-COMPRA-COD-ANTERIOR > WRK-ACUM-ULT-COMPRA
              MOVE WRK-COMPRA-COD-ANTERIOR TO WRK-ACUM-ULT-COMPRA
           END-IF.

           INITIALIZE WRK-CICLO-REGISTRO.
           MOVE WRK-CICLO-ATUAL             TO CICLO-NUMERO.
           MOVE WRK-HORA-SIS                TO CICLO-HORA.
           MOVE WRK-SW-CICLO                TO CICLO-FECHAMENTO.
           IF LOTE-CONFERIDO
              MOVE "C"                      TO CICLO-SIT-LOTE
              MOVE CTLLOTE-QTD-COMPRA       TO CICLO-LOTE-QTD-COMPRA
              MOVE CTLLOTE-QTD-COMPROD      TO CICLO-LOTE-QTD-COMPROD
              MOVE CTLLOTE-SOMA-QUANTIDADE  TO CICLO-LOTE-SOMA-QTDE
              MOVE CTLLOTE-DATA-LOTE        TO CICLO-LOTE-DATA
           ELSE
              MOVE "S"                      TO CICLO-SIT-LOTE
           END-IF.
           MOVE WRK-CONT-LIDOS-COMPRA       TO CICLO-LIDOS-COMPRA.
           MOVE WRK-CONT-GRAVADOS-RELTOT    TO CICLO-GRAV-RELTOT.
           MOVE WRK-COMPRA-COD-ANTERIOR     TO CICLO-ULT-COMPRA.
           IF WRK-RECONCILIACAO-OK
              SET CICLO-REG-RECONC-OK       TO TRUE
           ELSE
              SET CICLO-REG-RECONC-DIVERG   TO TRUE
           END-IF.
           ADD 1 TO WRK-TAB-CICLO-QTDE.
           MOVE WRK-CICLO-REGISTRO
             TO TAB-CICLO-DADOS(WRK-TAB-CICLO-QTDE).

      *GRAVA O ACUMULADO DO DIA ATE ESTE CICLO, QUE E O ACUMANT DO
      *PROXIMO. NO FECHAMENTO O DIA SAI COMO FECHADO, E O CICLO
      *SEGUINTE ABRE UM DIA NOVO. SEM O ARQUIVO, SO O FECHAMENTO
      *PODE SEGUIR (PASSOS DE PARTICAO E RUNS AVULSOS); O CICLO
      *INTRADIARIO PERDERIA O DIA E PARA.
       207-GRAVAR-ACUMULADO.
           OPEN OUTPUT  ACUMNOVO.
           IF WRK-FS-ACUMNOVO NOT = ZEROS
              IF CICLO-INTRADIARIO
                 DISPLAY "ERRO ABERTURA ACUMNOVO - FS: "
                         WRK-FS-ACUMNOVO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              DISPLAY "AVISO: ACUMNOVO INDISPONIVEL - FS: "
                      WRK-FS-ACUMNOVO " - ACUMULADO NAO GRAVADO"
           ELSE
              PERFORM 207J-GRAVAR-REGISTROS-ACUM
              CLOSE ACUMNOVO
              IF WRK-FS-ACUMNOVO NOT = ZEROS
                 DISPLAY "ERRO CLOSE ACUMNOVO - FS: " WRK-FS-ACUMNOVO
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       207J-GRAVAR-REGISTROS-ACUM.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-CONTROLE         TO TRUE.
           MOVE WRK-ACUM-DATA-MOVTO     TO ACUMDIA-DATA-MOVTO.
           MOVE WRK-CICLO-ATUAL         TO ACUMDIA-ULT-CICLO.
           IF CICLO-FECHA-DIA
              SET ACUMDIA-DIA-FECHADO   TO TRUE
           ELSE
              SET ACUMDIA-DIA-ABERTO    TO TRUE
           END-IF.
           MOVE WRK-ACUM-ULT-COMPRA     TO ACUMDIA-ULT-COMPRA.
           MOVE WRK-DIA-CONTADORES      TO ACUMDIA-CONTADORES.
           MOVE WRK-ACUM-RECONC-DIA     TO ACUMDIA-RECONC-DIA.
           PERFORM 207A-GRAVAR-ACUMNOVO.

           PERFORM 207B-GRAVAR-ACUM-CICLO
             VARYING IDX-CICLO FROM 1 BY 1
               UNTIL IDX-CICLO > WRK-TAB-CICLO-QTDE.

           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-TOTAIS           TO TRUE.
           MOVE WRK-TOTAIS-TIPO-PAGTO   TO ACUMDIA-TOT-PAGTO.
           PERFORM 207A-GRAVAR-ACUMNOVO.

           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-DECLINIO         TO TRUE.
           MOVE WRK-TAB-DECL            TO ACUMDIA-DECL-TABELA.
           PERFORM 207A-GRAVAR-ACUMNOVO.

           PERFORM 207C-GRAVAR-ACUM-FISCAL
             VARYING IDX-FISCDIA FROM 1 BY 1
               UNTIL IDX-FISCDIA > WRK-TAB-FISCDIA-QTDE.
           PERFORM 207D-GRAVAR-ACUM-PRODUTO
             VARYING IDX-PRODUTO FROM 1 BY 1
               UNTIL IDX-PRODUTO > WRK-TAB-PRODUTO-QTDE.
           PERFORM 207E-GRAVAR-ACUM-LOJA
             VARYING IDX-LOJA FROM 1 BY 1
               UNTIL IDX-LOJA > WRK-TAB-LOJA-QTDE.
           PERFORM 207F-GRAVAR-ACUM-VENDEDOR
             VARYING IDX-VENDEDOR FROM 1 BY 1
               UNTIL IDX-VENDEDOR > WRK-TAB-VENDEDOR-QTDE.
           PERFORM 207G-GRAVAR-ACUM-PROMO
             VARYING IDX-PARMPROMO FROM 1 BY 1
               UNTIL IDX-PARMPROMO > WRK-TAB-PARMPROMO-QTDE.
           PERFORM 207H-GRAVAR-ACUM-PROMO-CESTA
             VARYING IDX-PCE FROM 1 BY 1
               UNTIL IDX-PCE > WRK-TAB-PCE-QTDE.
           PERFORM 207I-GRAVAR-ACUM-REPOSICAO
             VARYING IDX-ESTQREP FROM 1 BY 1
               UNTIL IDX-ESTQREP > WRK-TAB-ESTQREP-QTDE.

       207A-GRAVAR-ACUMNOVO.
           WRITE FD-ACUMNOVO-REGISTRO FROM WRK-ACUMDIA-REGISTRO.
           IF WRK-FS-ACUMNOVO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ACUMNOVO - FS: " WRK-FS-ACUMNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       207B-GRAVAR-ACUM-CICLO.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-CICLO            TO TRUE.
           MOVE TAB-CICLO-DADOS(IDX-CICLO) TO ACUMDIA-CIC-REGISTRO.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207C-GRAVAR-ACUM-FISCAL.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-FISCAL           TO TRUE.
           MOVE TAB-FISCDIA-REGISTRO(IDX-FISCDIA)
             TO ACUMDIA-FIS-REGISTRO.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207D-GRAVAR-ACUM-PRODUTO.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-PRODUTO          TO TRUE.
           MOVE TAB-PRODUTO-REGISTRO(IDX-PRODUTO)
             TO ACUMDIA-PRD-REGISTRO.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207E-GRAVAR-ACUM-LOJA.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-LOJA             TO TRUE.
           MOVE TAB-LOJA-COD-LOJA(IDX-LOJA) TO ACUMDIA-LOJ-COD-LOJA.
           MOVE TAB-LOJA-TOTAIS(IDX-LOJA)   TO ACUMDIA-LOJ-TOTAIS.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207F-GRAVAR-ACUM-VENDEDOR.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-VENDEDOR         TO TRUE.
           MOVE TAB-VENDEDOR-COD(IDX-VENDEDOR) TO ACUMDIA-VEN-COD.
           MOVE TAB-VENDEDOR-TOT-LIQ(IDX-VENDEDOR)
             TO ACUMDIA-VEN-TOT-LIQ.
           MOVE TAB-VENDEDOR-TOT-COMIS(IDX-VENDEDOR)
             TO ACUMDIA-VEN-TOT-COMIS.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207G-GRAVAR-ACUM-PROMO.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-PROMO            TO TRUE.
           MOVE TAB-PARMPROMO-COD-PRODUTO(IDX-PARMPROMO)
             TO ACUMDIA-PRM-COD-PRODUTO.
           MOVE TAB-PARMPROMO-DATA-INICIAL(IDX-PARMPROMO)
             TO ACUMDIA-PRM-DATA-INICIAL.
           MOVE TAB-PARMPROMO-DATA-FINAL(IDX-PARMPROMO)
             TO ACUMDIA-PRM-DATA-FINAL.
           MOVE TAB-PARMPROMO-QTD-VENDIDA(IDX-PARMPROMO)
             TO ACUMDIA-PRM-QTD-VENDIDA.
           MOVE TAB-PARMPROMO-RECEITA-LIQ(IDX-PARMPROMO)
             TO ACUMDIA-PRM-RECEITA-LIQ.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207H-GRAVAR-ACUM-PROMO-CESTA.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-PROMO-CESTA      TO TRUE.
           MOVE TAB-PCE-COD-PROMO(IDX-PCE)   TO ACUMDIA-PCE-COD-PROMO.
           MOVE TAB-PCE-ULT-COMPRA(IDX-PCE)  TO ACUMDIA-PCE-ULT-COMPRA.
           MOVE TAB-PCE-QTD-COMPRAS(IDX-PCE) TO ACUMDIA-PCE-QTD-COMPRAS.
           MOVE TAB-PCE-CUSTO(IDX-PCE)       TO ACUMDIA-PCE-CUSTO.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       207I-GRAVAR-ACUM-REPOSICAO.
           MOVE SPACES                  TO WRK-ACUMDIA-REGISTRO.
           SET ACUMDIA-REPOSICAO        TO TRUE.
           MOVE TAB-ESTQREP-REGISTRO(IDX-ESTQREP)
             TO ACUMDIA-REP-REGISTRO.
           PERFORM 207A-GRAVAR-ACUMNOVO.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX10".
           IF RUNCTL-ABERTO

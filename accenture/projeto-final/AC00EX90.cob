      * ORDENS SEM CADASTRO COMPLETO (ENTRERR) E O RELATORIO DE
      * ENVELHECIMENTO DAS ENTREGAS EM ABERTO, COM MARCACAO DO
      * QUE PASSOU DE UMA SEMANA (ENTRAGE).
      * O FRETE E COBRADO NA ABERTURA DA ORDEM PELA TABELA FRETETAB
      * (ROTA E FAIXA DE PESO, COM O PESO INFORMADO PELA LOJA NO
      * ENTRIN): O VALOR DO CLIENTE SAI COMO TITULO NO LAYOUT DO
      * REGISTRO DE RECEBIVEIS (FRETETIT), INCORPORADO PELO AC00EX15
      * A COMPRA, E A ORDEM SAI NO REGISTRO DE FRETES DO DIA
      * (FRETEREG) COM O VALOR CONTRATADO DA TRANSPORTADORA, PARA A
      * AUDITORIA DA FATURA DA TRANSPORTADORA NO AC01EX07. SEM A
      * TABELA, NENHUM FRETE E COBRADO.
      *--------------------------------------------------------------*
       ENVIRONMENT           DIVISION.
      *--------------------------------------------------------------*
      *
           SELECT ENTRAGE   ASSIGN    TO ENTRAGE
                      FILE STATUS    IS WRK-FS-ENTRAGE.
      *
           SELECT FRETETAB  ASSIGN    TO FRETETAB
                      FILE STATUS    IS WRK-FS-FRETETAB.
      *
           SELECT FRETETIT  ASSIGN    TO FRETETIT
                      FILE STATUS    IS WRK-FS-FRETETIT.
      *
           SELECT FRETEREG  ASSIGN    TO FRETEREG
                      FILE STATUS    IS WRK-FS-FRETEREG.
      *--------------------------------------------------------------*
       DATA                  DIVISION.
       FILE                  SECTION.
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-ENTRIN-REGISTRO      PIC X(013).
      *
       FD  ENTRANT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-ENTRAGE-REGISTRO     PIC X(080).
      *
       FD  FRETETAB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-FRETETAB-REGISTRO    PIC X(027).
      *
       FD  FRETETIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-FRETETIT-REGISTRO    PIC X(039).
      *
       FD  FRETEREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-FRETEREG-REGISTRO    PIC X(043).
      *
      *--------------------------------------------------------------*
       WORKING-STORAGE       SECTION.
            05 WRK-FS-ROMANEIO   PIC X(002) VALUE SPACES.
            05 WRK-FS-ENTRERR    PIC X(002) VALUE SPACES.
            05 WRK-FS-ENTRAGE    PIC X(002) VALUE SPACES.
            05 WRK-FS-FRETETAB   PIC X(002) VALUE SPACES.
            05 WRK-FS-FRETETIT   PIC X(002) VALUE SPACES.
            05 WRK-FS-FRETEREG   PIC X(002) VALUE SPACES.
      *
      *LAYOUT DE ENTRIN - COMPRA APONTADA PARA ENTREGA, COM O PESO
      *DA MERCADORIA A ENTREGAR EM QUILOS
       01  WRK-ENTRIN-REGISTRO.
           05 ENTRIN-COD-COMPRA     PIC 9(005).
           05 ENTRIN-PESO-KG        PIC 9(005)V999.
      *
      *LAYOUT DE ENTRANT/ENTRHOJE - UMA ORDEM DE ENTREGA
       01  WRK-ENTR-REGISTRO.
               88 ENTRERR-MOT-SEM-ENDERECO       VALUE "3".
               88 ENTRERR-MOT-DUPLICADA          VALUE "4".
      *
      *LAYOUT DE FRETETAB - TARIFA POR ROTA E FAIXA DE PESO (PESO
      *ATE O LIMITE), COM O VALOR COBRADO DO CLIENTE E O VALOR
      *CONTRATADO DA TRANSPORTADORA
       01  WRK-FRETETAB-REGISTRO.
           05 FRETETAB-ROTA         PIC 9(001).
           05 FRETETAB-PESO-LIMITE  PIC 9(005)V999.
           05 FRETETAB-VALOR-CLIENTE PIC 9(007)V99.
           05 FRETETAB-VALOR-TRANSP PIC 9(007)V99.
      *
      *LAYOUT DE FRETETIT - MESMO DO REGISTRO DE RECEBIVEIS DO
      *AC00EX15 (CONTARANT/CONTARHOJE)
       01  WRK-FRETETIT-REGISTRO.
           05 FRETETIT-COD-COMPRA   PIC 9(005).
           05 FRETETIT-COD-CLIENTE  PIC 9(003).
           05 FRETETIT-DATA-COMPRA  PIC 9(008).
           05 FRETETIT-VALOR-ORIGINAL PIC 9(009)V99.
           05 FRETETIT-VALOR-PAGO   PIC 9(009)V99.
           05 FRETETIT-STATUS       PIC X(001).
      *
      *LAYOUT DE FRETEREG - FRETE DA ORDEM ABERTA NO DIA
       01  WRK-FRETEREG-REGISTRO.
           05 FRETEREG-COD-COMPRA   PIC 9(005).
           05 FRETEREG-COD-CLIENTE  PIC 9(003).
           05 FRETEREG-DATA         PIC 9(008).
           05 FRETEREG-ROTA         PIC 9(001).
           05 FRETEREG-PESO-KG      PIC 9(005)V999.
           05 FRETEREG-VALOR-CLIENTE PIC 9(007)V99.
           05 FRETEREG-VALOR-TRANSP PIC 9(007)V99.
      *
      *TARIFAS DE FRETE EM MEMORIA
       01  WRK-TAB-FRT-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-FRT-REGISTRO OCCURS 1 TO 99 TIMES
               DEPENDING ON WRK-TAB-FRT-QTDE
               INDEXED BY IDX-FRT.
           05 TAB-FRT-ROTA          PIC 9(001).
           05 TAB-FRT-PESO-LIMITE   PIC 9(005)V999.
           05 TAB-FRT-VALOR-CLIENTE PIC 9(007)V99.
           05 TAB-FRT-VALOR-TRANSP  PIC 9(007)V99.
      *
      *COMPRAS EM MEMORIA PARA LOCALIZAR O CLIENTE
       01  WRK-TAB-CPR-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-CPR-REGISTRO OCCURS 1 TO 999 TIMES
           88 ENTRIN-AUSENTE           VALUE 1.
       77  WRK-SW-ENTRCONF-AUSENTE  PIC 9(001) VALUE ZEROS.
           88 ENTRCONF-AUSENTE         VALUE 1.
      *
       77  WRK-SW-FRETETAB-AUSENTE  PIC 9(001) VALUE ZEROS.
           88 FRETETAB-AUSENTE         VALUE 1.
      *
      *FAIXA ESCOLHIDA PARA A ORDEM: A MENOR FAIXA DA ROTA QUE
      *COMPORTA O PESO; PESO ACIMA DE TODAS, A MAIOR FAIXA DA ROTA
       77  WRK-ACHOU-FRT            PIC 9(004) VALUE ZEROS.
       77  WRK-MAIOR-FRT            PIC 9(004) VALUE ZEROS.
      *
       77  WRK-SUB                  PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-ENT            PIC 9(004) VALUE ZEROS.
            03  WRK-CONT-REAGENDADAS    PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-ERROS          PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-ATRASADAS      PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-FRETES         PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-SEM-TARIFA     PIC 9(005) VALUE ZEROS.
            03  WRK-TOT-FRETE-CLIENTE   PIC 9(009)V99 VALUE ZEROS.
      *
      *--------------------------------------------------------------*
       PROCEDURE             DIVISION.
           PERFORM 013-CARREGAR-TABELA-COMPRAS.
           PERFORM 014-CARREGAR-TABELA-MAPCLI.
           PERFORM 015-CARREGAR-CARTEIRA.
           PERFORM 016-CARREGAR-FRETETAB.
           PERFORM 041-LER-ENTRCONF.
           PERFORM 042-LER-ENTRIN.
      *
              DISPLAY "ERRO ABERTURA ENTRAGE - FS: " WRK-FS-ENTRAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    FRETETAB.
           IF WRK-FS-FRETETAB = "35"
              SET FRETETAB-AUSENTE TO TRUE
              DISPLAY "ARQUIVO FRETETAB NAO ENCONTRADO - FRETE NAO "
                      "COBRADO"
           ELSE
              IF WRK-FS-FRETETAB NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FRETETAB - FS: "
                         WRK-FS-FRETETAB
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

           OPEN OUTPUT   FRETETIT.
           IF WRK-FS-FRETETIT NOT = ZEROS
              DISPLAY "ERRO ABERTURA FRETETIT - FS: " WRK-FS-FRETETIT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FRETEREG.
           IF WRK-FS-FRETEREG NOT = ZEROS
              DISPLAY "ERRO ABERTURA FRETEREG - FS: " WRK-FS-FRETEREG
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       013-CARREGAR-TABELA-COMPRAS.
           IF WRK-FS-ARQCOMPRA = "35"
              CLOSE ENTRANT
           END-IF.

      *
      *TARIFAS DE FRETE, NA ORDEM DO ARQUIVO.
       016-CARREGAR-FRETETAB.
           IF NOT FRETETAB-AUSENTE
              PERFORM 046-LER-FRETETAB
              PERFORM 017-GUARDAR-TARIFA
                  UNTIL WRK-FS-FRETETAB = "10"
              CLOSE FRETETAB
           END-IF.
      *
       017-GUARDAR-TARIFA.
           IF WRK-TAB-FRT-QTDE = 99
              DISPLAY "MAIS DE 99 TARIFAS NO FRETETAB"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-FRT-QTDE.
           MOVE FRETETAB-ROTA
             TO TAB-FRT-ROTA(WRK-TAB-FRT-QTDE).
           MOVE FRETETAB-PESO-LIMITE
             TO TAB-FRT-PESO-LIMITE(WRK-TAB-FRT-QTDE).
           MOVE FRETETAB-VALOR-CLIENTE
             TO TAB-FRT-VALOR-CLIENTE(WRK-TAB-FRT-QTDE).
           MOVE FRETETAB-VALOR-TRANSP
             TO TAB-FRT-VALOR-TRANSP(WRK-TAB-FRT-QTDE).
           PERFORM 046-LER-FRETETAB.
      *
       046-LER-FRETETAB.
           READ FRETETAB INTO WRK-FRETETAB-REGISTRO.
           IF WRK-FS-FRETETAB NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRETETAB - FS: "
                      WRK-FS-FRETETAB
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       045-LER-ENTRANT.
           READ ENTRANT INTO WRK-ENTR-REGISTRO.
           IF WRK-FS-ENTRANT NOT = "00" AND "10"
           MOVE ENDERECO-UF
             TO TAB-ENT-UF(WRK-TAB-ENT-QTDE).
           ADD 1 TO WRK-CONT-ABERTAS.
           IF NOT FRETETAB-AUSENTE
              PERFORM 029-COBRAR-FRETE
           END-IF.
      *
      *O FRETE SO E COBRADO NA ABERTURA DA ORDEM - A NOVA TENTATIVA
      *DEPOIS DE UMA FALHA NAO COBRA DE NOVO. ROTA SEM TARIFA NA
      *TABELA ABRE A ORDEM SEM FRETE.
       029-COBRAR-FRETE.
           MOVE ZEROS TO WRK-ACHOU-FRT WRK-MAIOR-FRT.
           PERFORM 034-AVALIAR-TARIFA
               VARYING IDX-FRT FROM 1 BY 1
               UNTIL IDX-FRT > WRK-TAB-FRT-QTDE.
           IF WRK-ACHOU-FRT = ZEROS
              MOVE WRK-MAIOR-FRT TO WRK-ACHOU-FRT
           END-IF.
           IF WRK-ACHOU-FRT = ZEROS
              ADD 1 TO WRK-CONT-SEM-TARIFA
           ELSE
              PERFORM 035-GRAVAR-FRETE
           END-IF.
      *
       034-AVALIAR-TARIFA.
           IF TAB-FRT-ROTA(IDX-FRT) = ENDERECO-CEP-DIG1
              IF WRK-MAIOR-FRT = ZEROS
                 SET WRK-MAIOR-FRT TO IDX-FRT
              ELSE
                 IF TAB-FRT-PESO-LIMITE(IDX-FRT) >
                    TAB-FRT-PESO-LIMITE(WRK-MAIOR-FRT)
                    SET WRK-MAIOR-FRT TO IDX-FRT
                 END-IF
              END-IF
              IF TAB-FRT-PESO-LIMITE(IDX-FRT) NOT < ENTRIN-PESO-KG
                 IF WRK-ACHOU-FRT = ZEROS
                    SET WRK-ACHOU-FRT TO IDX-FRT
                 ELSE
                    IF TAB-FRT-PESO-LIMITE(IDX-FRT) <
                       TAB-FRT-PESO-LIMITE(WRK-ACHOU-FRT)
                       SET WRK-ACHOU-FRT TO IDX-FRT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       035-GRAVAR-FRETE.
           MOVE ENTRIN-COD-COMPRA     TO FRETEREG-COD-COMPRA.
           MOVE TAB-CPR-COD-CLIENTE(WRK-ACHOU-CPR)
             TO FRETEREG-COD-CLIENTE.
           MOVE WRK-DATA-SIS          TO FRETEREG-DATA.
           MOVE ENDERECO-CEP-DIG1     TO FRETEREG-ROTA.
           MOVE ENTRIN-PESO-KG        TO FRETEREG-PESO-KG.
           MOVE TAB-FRT-VALOR-CLIENTE(WRK-ACHOU-FRT)
             TO FRETEREG-VALOR-CLIENTE.
           MOVE TAB-FRT-VALOR-TRANSP(WRK-ACHOU-FRT)
             TO FRETEREG-VALOR-TRANSP.
           WRITE FD-FRETEREG-REGISTRO FROM WRK-FRETEREG-REGISTRO.
           IF WRK-FS-FRETEREG NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FRETEREG - FS: "
                      WRK-FS-FRETEREG
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-FRETES.

           IF FRETEREG-VALOR-CLIENTE > ZEROS
              MOVE ENTRIN-COD-COMPRA     TO FRETETIT-COD-COMPRA
              MOVE FRETEREG-COD-CLIENTE  TO FRETETIT-COD-CLIENTE
              MOVE WRK-DATA-SIS          TO FRETETIT-DATA-COMPRA
              MOVE FRETEREG-VALOR-CLIENTE
                TO FRETETIT-VALOR-ORIGINAL
              MOVE ZEROS                 TO FRETETIT-VALOR-PAGO
              MOVE "A"                   TO FRETETIT-STATUS
              WRITE FD-FRETETIT-REGISTRO FROM WRK-FRETETIT-REGISTRO
              IF WRK-FS-FRETETIT NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO FRETETIT - FS: "
                         WRK-FS-FRETETIT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD FRETEREG-VALOR-CLIENTE TO WRK-TOT-FRETE-CLIENTE
           END-IF.
      *
       033-GRAVAR-ENTRERR.
           MOVE ENTRIN-COD-COMPRA TO ENTRERR-COD-COMPRA.
                   WRK-CONT-ERROS.
           DISPLAY "Quantidade de Entregas Atrasadas....: "
                   WRK-CONT-ATRASADAS.
           DISPLAY "Quantidade de Fretes Cobrados.......: "
                   WRK-CONT-FRETES.
           DISPLAY "Quantidade de Ordens Sem Tarifa.....: "
                   WRK-CONT-SEM-TARIFA.
           DISPLAY "Valor Total de Frete ao Cliente.....: "
                   WRK-TOT-FRETE-CLIENTE.
           PERFORM 058-FECHAR-ARQUIVOS.
      *
      *ORDENACAO POR SELECAO: ROTA CRESCENTE E, DENTRO DA ROTA,
           IF WRK-FS-ENTRAGE NOT = "00"
              DISPLAY "ERRO CLOSE ENTRAGE - FS: " WRK-FS-ENTRAGE
           END-IF.

           CLOSE FRETETIT.
           IF WRK-FS-FRETETIT NOT = "00"
              DISPLAY "ERRO CLOSE FRETETIT - FS: " WRK-FS-FRETETIT
           END-IF.

           CLOSE FRETEREG.
           IF WRK-FS-FRETEREG NOT = "00"
              DISPLAY "ERRO CLOSE FRETEREG - FS: " WRK-FS-FRETEREG
           END-IF.
      *
       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX90".

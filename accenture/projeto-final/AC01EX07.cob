       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX07.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX07
      *AUDITORIA MENSAL DA FATURA DA TRANSPORTADORA. CADA LINHA
      *FATURADA (FATTRANSP - UMA ENTREGA COBRADA POR COMPRA) E
      *CONFERIDA CONTRA AS CARTEIRAS DE ENTREGA DO AC00EX90 DO MES
      *(ENTRHOJE, TODAS AS GERACOES EM SEQUENCIA) E CONTRA O
      *REGISTRO DE FRETES DAS ORDENS ABERTAS (FRETEREG, TODAS AS
      *GERACOES, INCLUSIVE AS DO MES ANTERIOR, PARA AS ORDENS
      *ABERTAS NUM MES E ENTREGUES NO SEGUINTE). A LINHA SAI NO
      *AUDFRT COM O VALOR DA TABELA, A DIFERENCA E O MOTIVO:
      *  BRANCO - COBRANCA CONFERE
      *  D      - COMPRA JA COBRADA EM OUTRA LINHA (DUPLICADA)
      *  N      - COMPRA SEM ORDEM DE ENTREGA NO MES
      *  F      - ENTREGA FALHADA COBRADA (SEM ENTREGA "E" NA DATA)
      *  T      - VALOR ACIMA DO CONTRATADO NA TABELA DE FRETE
      *NAS LINHAS D, N E F A DIFERENCA E O VALOR COBRADO INTEIRO;
      *NAS DEMAIS, O VALOR COBRADO MENOS O DA TABELA. ORDEM SEM
      *FRETE NO FRETEREG (SEM TARIFA NA ROTA) NAO E CONFERIDA
      *CONTRA A TABELA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *LINHAS DA FATURA DA TRANSPORTADORA
       SELECT FATTRANSP ASSIGN   TO FATTRANSP
                      FILE STATUS    IS WRK-FS-FATTRANSP.

      *CARTEIRAS DE ENTREGA GRAVADAS PELO AC00EX90 NO MES
       SELECT ENTRHOJE ASSIGN    TO ENTRHOJE
                      FILE STATUS    IS WRK-FS-ENTRHOJE.

      *FRETES DAS ORDENS ABERTAS, GRAVADOS PELO AC00EX90
      *(OPCIONAL - SEM ELES, O VALOR NAO E CONFERIDO COM A TABELA)
       SELECT FRETEREG ASSIGN    TO FRETEREG
                      FILE STATUS    IS WRK-FS-FRETEREG.

      *RESULTADO DA AUDITORIA, UMA LINHA POR LINHA FATURADA
       SELECT AUDFRT   ASSIGN    TO AUDFRT
                      FILE STATUS    IS WRK-FS-AUDFRT.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  FATTRANSP
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FATTRANSP-REGISTRO   PIC X(030).

       FD  ENTRHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENTRHOJE-REGISTRO    PIC X(089).

       FD  FRETEREG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRETEREG-REGISTRO    PIC X(043).

       FD  AUDFRT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AUDFRT-REGISTRO      PIC X(049).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-FATTRANSP      PIC X(002) VALUE SPACES.
           05 WRK-FS-ENTRHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-FRETEREG       PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDFRT         PIC X(002) VALUE SPACES.

      *LAYOUT DE FATTRANSP - LINHA DA FATURA DA TRANSPORTADORA
       01  WRK-FATTRANSP-REGISTRO.
           05 FATTRANSP-NUM-FATURA  PIC 9(008).
           05 FATTRANSP-COD-COMPRA  PIC 9(005).
           05 FATTRANSP-DATA-ENTREGA PIC 9(008).
           05 FATTRANSP-VALOR       PIC 9(007)V99.

      *LAYOUT DE ENTRHOJE - MESMO GRAVADO PELO AC00EX90
       01  WRK-ENTR-REGISTRO.
           05 ENTR-COD-COMPRA       PIC 9(005).
           05 ENTR-COD-CLIENTE      PIC 9(003).
           05 ENTR-DATA-CRIACAO     PIC 9(008).
           05 ENTR-CEP              PIC 9(008).
           05 ENTR-ROTA             PIC 9(001).
           05 ENTR-QTD-TENTATIVAS   PIC 9(003).
           05 ENTR-STATUS           PIC X(001).
               88 ENTR-ENTREGUE        VALUE "E".
               88 ENTR-FALHADA         VALUE "F".
           05 ENTR-DATA-ENTREGA     PIC 9(008).
           05 ENTR-RUA              PIC X(030).
           05 ENTR-CIDADE           PIC X(020).
           05 ENTR-UF               PIC X(002).

      *LAYOUT DE FRETEREG - MESMO GRAVADO PELO AC00EX90
       01  WRK-FRETEREG-REGISTRO.
           05 FRETEREG-COD-COMPRA   PIC 9(005).
           05 FRETEREG-COD-CLIENTE  PIC 9(003).
           05 FRETEREG-DATA         PIC 9(008).
           05 FRETEREG-ROTA         PIC 9(001).
           05 FRETEREG-PESO-KG      PIC 9(005)V999.
           05 FRETEREG-VALOR-CLIENTE PIC 9(007)V99.
           05 FRETEREG-VALOR-TRANSP PIC 9(007)V99.

      *LAYOUT DE AUDFRT - LINHA FATURADA COM O RESULTADO
       01  WRK-AUDFRT-REGISTRO.
           05 AUDFRT-NUM-FATURA     PIC 9(008).
           05 AUDFRT-COD-COMPRA     PIC 9(005).
           05 AUDFRT-DATA-ENTREGA   PIC 9(008).
           05 AUDFRT-VALOR          PIC 9(007)V99.
           05 AUDFRT-VALOR-TABELA   PIC 9(007)V99.
           05 AUDFRT-DIFERENCA      PIC S9(007)V99.
           05 AUDFRT-MOTIVO         PIC X(001).
               88 AUDFRT-CONFERE       VALUE SPACE.
               88 AUDFRT-DUPLICADA     VALUE "D".
               88 AUDFRT-SEM-ORDEM     VALUE "N".
               88 AUDFRT-FALHADA       VALUE "F".
               88 AUDFRT-ACIMA-TABELA  VALUE "T".

      *ORDENS DE ENTREGA DO MES EM MEMORIA, UMA POR COMPRA, COM A
      *DATA DA ENTREGA "E" E A MARCA DE TENTATIVA FRACASSADA
       01  WRK-TAB-ENT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ENT-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-ENT-QTDE
               INDEXED BY IDX-ENT.
           05 TAB-ENT-COD-COMPRA    PIC 9(005).
           05 TAB-ENT-DATA-ENTREGA  PIC 9(008).
           05 TAB-ENT-SW-FALHA      PIC 9(001).
               88 TAB-ENT-COM-FALHA    VALUE 1.

      *VALOR CONTRATADO DA TRANSPORTADORA POR COMPRA
       01  WRK-TAB-FRT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-FRT-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-FRT-QTDE
               INDEXED BY IDX-FRT.
           05 TAB-FRT-COD-COMPRA    PIC 9(005).
           05 TAB-FRT-VALOR-TRANSP  PIC 9(007)V99.

      *COMPRAS JA COBRADAS NESTA FATURA
       01  WRK-TAB-COB-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-COB-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-COB-QTDE
               INDEXED BY IDX-COB.
           05 TAB-COB-COD-COMPRA    PIC 9(005).

      *CHAVE DAS BUSCAS NAS TABELAS
       01  WRK-COMPRA-BUSCA         PIC 9(005) VALUE ZEROS.

       01  WRK-SW-ACHOU-ENT         PIC 9(001) VALUE ZEROS.
           88 ACHOU-ENT                VALUE 1.
       01  WRK-SW-ACHOU-FRT         PIC 9(001) VALUE ZEROS.
           88 ACHOU-FRT                VALUE 1.
       01  WRK-SW-ACHOU-COB         PIC 9(001) VALUE ZEROS.
           88 ACHOU-COB                VALUE 1.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-FATTRANSP    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-ENTRHOJE     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-FRETEREG     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-AUDFRT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CONFERE            PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DUPLICADAS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-ORDEM          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FALHADAS           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ACIMA-TABELA       PIC 9(05) VALUE ZEROS.
           03 WRK-TOT-FATURADO            PIC 9(009)V99 VALUE ZEROS.
           03 WRK-TOT-COBRADO-A-MAIS      PIC 9(009)V99 VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX07-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-AUDITAR-LINHA
             UNTIL WRK-FS-FATTRANSP = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX07 INICIADO - AUDITORIA DE FRETE"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-ENTRHOJE.
           PERFORM 014-CARREGAR-FRETEREG.
           PERFORM 041-LER-FATTRANSP.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    FATTRANSP.
           IF WRK-FS-FATTRANSP NOT = ZEROS
              DISPLAY "ERRO ABERTURA FATTRANSP - FS: "
                      WRK-FS-FATTRANSP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   AUDFRT.
           IF WRK-FS-AUDFRT NOT = ZEROS
              DISPLAY "ERRO ABERTURA AUDFRT - FS: " WRK-FS-AUDFRT
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *UMA ORDEM APARECE EM VARIAS GERACOES (ABERTA, FALHADA, NOVA
      *TENTATIVA, ENTREGUE) - FICA UMA LINHA POR COMPRA, COM A DATA
      *DA ENTREGA "E" E A MARCA DE QUALQUER TENTATIVA FRACASSADA.
       013-CARREGAR-ENTRHOJE.
           OPEN INPUT   ENTRHOJE.
           IF WRK-FS-ENTRHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENTRHOJE - FS: " WRK-FS-ENTRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 042-LER-ENTRHOJE.
           PERFORM 030-GUARDAR-ENTREGA
             UNTIL WRK-FS-ENTRHOJE = "10".

           CLOSE ENTRHOJE.
           IF WRK-FS-ENTRHOJE NOT = "00"
              DISPLAY "ERRO CLOSE ENTRHOJE - FS: " WRK-FS-ENTRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       030-GUARDAR-ENTREGA.
           MOVE ENTR-COD-COMPRA TO WRK-COMPRA-BUSCA.
           PERFORM 080-BUSCAR-ENTREGA.
           IF NOT ACHOU-ENT
              IF WRK-TAB-ENT-QTDE = 9999
                 DISPLAY "TABELA DE ENTREGAS EXCEDIDA - 9999 COMPRAS"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-ENT-QTDE
              SET IDX-ENT TO WRK-TAB-ENT-QTDE
              MOVE ENTR-COD-COMPRA TO TAB-ENT-COD-COMPRA(IDX-ENT)
              MOVE ZEROS TO TAB-ENT-DATA-ENTREGA(IDX-ENT)
                            TAB-ENT-SW-FALHA(IDX-ENT)
           END-IF.
           IF ENTR-ENTREGUE
              MOVE ENTR-DATA-ENTREGA TO TAB-ENT-DATA-ENTREGA(IDX-ENT)
           END-IF.
           IF ENTR-FALHADA OR ENTR-QTD-TENTATIVAS > ZEROS
              MOVE 1 TO TAB-ENT-SW-FALHA(IDX-ENT)
           END-IF.
           PERFORM 042-LER-ENTRHOJE.

      *FICA O ULTIMO VALOR CONTRATADO DE CADA COMPRA. SEM O
      *ARQUIVO, NENHUMA LINHA E CONFERIDA CONTRA A TABELA.
       014-CARREGAR-FRETEREG.
           OPEN INPUT   FRETEREG.
           IF WRK-FS-FRETEREG = "35"
              DISPLAY "ARQUIVO FRETEREG NAO ENCONTRADO - VALORES NAO "
                      "CONFERIDOS COM A TABELA"
           ELSE
              IF WRK-FS-FRETEREG NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FRETEREG - FS: "
                         WRK-FS-FRETEREG
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-FRETEREG
              PERFORM 031-GUARDAR-FRETE
                UNTIL WRK-FS-FRETEREG = "10"

              CLOSE FRETEREG
              IF WRK-FS-FRETEREG NOT = "00"
                 DISPLAY "ERRO CLOSE FRETEREG - FS: " WRK-FS-FRETEREG
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       031-GUARDAR-FRETE.
           MOVE FRETEREG-COD-COMPRA TO WRK-COMPRA-BUSCA.
           PERFORM 081-BUSCAR-FRETE.
           IF NOT ACHOU-FRT
              IF WRK-TAB-FRT-QTDE = 9999
                 DISPLAY "TABELA DE FRETES EXCEDIDA - 9999 COMPRAS"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-FRT-QTDE
              SET IDX-FRT TO WRK-TAB-FRT-QTDE
              MOVE FRETEREG-COD-COMPRA TO TAB-FRT-COD-COMPRA(IDX-FRT)
           END-IF.
           MOVE FRETEREG-VALOR-TRANSP TO TAB-FRT-VALOR-TRANSP(IDX-FRT).
           PERFORM 043-LER-FRETEREG.

      *CONFERE A LINHA FATURADA. A DUPLICIDADE VEM PRIMEIRO, DEPOIS
      *A ORDEM DE ENTREGA E, COM A ENTREGA CONFIRMADA, O VALOR.
       020-AUDITAR-LINHA.
           MOVE FATTRANSP-NUM-FATURA   TO AUDFRT-NUM-FATURA.
           MOVE FATTRANSP-COD-COMPRA   TO AUDFRT-COD-COMPRA.
           MOVE FATTRANSP-DATA-ENTREGA TO AUDFRT-DATA-ENTREGA.
           MOVE FATTRANSP-VALOR        TO AUDFRT-VALOR.
           ADD FATTRANSP-VALOR         TO WRK-TOT-FATURADO.

           MOVE FATTRANSP-COD-COMPRA   TO WRK-COMPRA-BUSCA.
           PERFORM 081-BUSCAR-FRETE.
           IF ACHOU-FRT
              MOVE TAB-FRT-VALOR-TRANSP(IDX-FRT) TO AUDFRT-VALOR-TABELA
           ELSE
              MOVE ZEROS TO AUDFRT-VALOR-TABELA
           END-IF.
           PERFORM 080-BUSCAR-ENTREGA.
           PERFORM 082-BUSCAR-COBRANCA.

           EVALUATE TRUE
               WHEN ACHOU-COB
                   SET AUDFRT-DUPLICADA TO TRUE
                   ADD 1 TO WRK-CONT-DUPLICADAS
               WHEN NOT ACHOU-ENT
                   SET AUDFRT-SEM-ORDEM TO TRUE
                   ADD 1 TO WRK-CONT-SEM-ORDEM
               WHEN TAB-ENT-DATA-ENTREGA(IDX-ENT) = ZEROS
                   SET AUDFRT-FALHADA TO TRUE
                   ADD 1 TO WRK-CONT-FALHADAS
               WHEN TAB-ENT-DATA-ENTREGA(IDX-ENT) NOT =
                    FATTRANSP-DATA-ENTREGA
                AND TAB-ENT-COM-FALHA(IDX-ENT)
                   SET AUDFRT-FALHADA TO TRUE
                   ADD 1 TO WRK-CONT-FALHADAS
               WHEN ACHOU-FRT
                AND FATTRANSP-VALOR > AUDFRT-VALOR-TABELA
                   SET AUDFRT-ACIMA-TABELA TO TRUE
                   ADD 1 TO WRK-CONT-ACIMA-TABELA
               WHEN OTHER
                   SET AUDFRT-CONFERE TO TRUE
                   ADD 1 TO WRK-CONT-CONFERE
           END-EVALUATE.

           IF AUDFRT-CONFERE OR AUDFRT-ACIMA-TABELA
              IF ACHOU-FRT
                 COMPUTE AUDFRT-DIFERENCA =
                     FATTRANSP-VALOR - AUDFRT-VALOR-TABELA
              ELSE
                 MOVE ZEROS TO AUDFRT-DIFERENCA
              END-IF
           ELSE
              MOVE FATTRANSP-VALOR TO AUDFRT-DIFERENCA
           END-IF.
           IF NOT AUDFRT-CONFERE
              ADD AUDFRT-DIFERENCA TO WRK-TOT-COBRADO-A-MAIS
           END-IF.

           IF NOT ACHOU-COB
              PERFORM 032-GUARDAR-COBRANCA
           END-IF.
           PERFORM 044-GRAVAR-AUDFRT.
           PERFORM 041-LER-FATTRANSP.

       032-GUARDAR-COBRANCA.
           IF WRK-TAB-COB-QTDE = 9999
              DISPLAY "TABELA DE COMPRAS COBRADAS EXCEDIDA - 9999 "
                      "COMPRAS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-COB-QTDE.
           MOVE FATTRANSP-COD-COMPRA
             TO TAB-COB-COD-COMPRA(WRK-TAB-COB-QTDE).

      *POSICIONA IDX-ENT NA COMPRA DE WRK-COMPRA-BUSCA.
       080-BUSCAR-ENTREGA.
           MOVE ZEROS TO WRK-SW-ACHOU-ENT.
           IF WRK-TAB-ENT-QTDE > ZEROS
              SET IDX-ENT TO 1
              SEARCH TAB-ENT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-ENT-COD-COMPRA(IDX-ENT) = WRK-COMPRA-BUSCA
                      SET ACHOU-ENT TO TRUE
              END-SEARCH
           END-IF.

      *POSICIONA IDX-FRT NA COMPRA DE WRK-COMPRA-BUSCA.
       081-BUSCAR-FRETE.
           MOVE ZEROS TO WRK-SW-ACHOU-FRT.
           IF WRK-TAB-FRT-QTDE > ZEROS
              SET IDX-FRT TO 1
              SEARCH TAB-FRT-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-FRT-COD-COMPRA(IDX-FRT) =
                       WRK-COMPRA-BUSCA
                      SET ACHOU-FRT TO TRUE
              END-SEARCH
           END-IF.

       082-BUSCAR-COBRANCA.
           MOVE ZEROS TO WRK-SW-ACHOU-COB.
           IF WRK-TAB-COB-QTDE > ZEROS
              SET IDX-COB TO 1
              SEARCH TAB-COB-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-COB-COD-COMPRA(IDX-COB) =
                       WRK-COMPRA-BUSCA
                      SET ACHOU-COB TO TRUE
              END-SEARCH
           END-IF.

       041-LER-FATTRANSP.
           READ FATTRANSP INTO WRK-FATTRANSP-REGISTRO.
           IF WRK-FS-FATTRANSP NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FATTRANSP - FS: "
                      WRK-FS-FATTRANSP
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FATTRANSP = "00"
                ADD 1 TO WRK-CONT-LIDOS-FATTRANSP
           END-IF.

       042-LER-ENTRHOJE.
           READ ENTRHOJE  INTO WRK-ENTR-REGISTRO.
           IF WRK-FS-ENTRHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENTRHOJE - FS: " WRK-FS-ENTRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ENTRHOJE = "00"
                ADD 1 TO WRK-CONT-LIDOS-ENTRHOJE
           END-IF.

       043-LER-FRETEREG.
           READ FRETEREG  INTO WRK-FRETEREG-REGISTRO.
           IF WRK-FS-FRETEREG NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRETEREG - FS: " WRK-FS-FRETEREG
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-FRETEREG = "00"
                ADD 1 TO WRK-CONT-LIDOS-FRETEREG
           END-IF.

       044-GRAVAR-AUDFRT.
           WRITE FD-AUDFRT-REGISTRO FROM WRK-AUDFRT-REGISTRO.
           IF WRK-FS-AUDFRT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AUDFRT - FS: " WRK-FS-AUDFRT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-AUDFRT.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos FATTRANSP...: "
                   WRK-CONT-LIDOS-FATTRANSP.
           DISPLAY "Quantidade de Registros Lidos ENTRHOJE....: "
                   WRK-CONT-LIDOS-ENTRHOJE.
           DISPLAY "Quantidade de Registros Lidos FRETEREG....: "
                   WRK-CONT-LIDOS-FRETEREG.
           DISPLAY "Quantidade de Registros Gravados AUDFRT...: "
                   WRK-CONT-GRAVADOS-AUDFRT.
           DISPLAY "Quantidade de Linhas Conferidas...........: "
                   WRK-CONT-CONFERE.
           DISPLAY "Quantidade de Cobrancas Duplicadas........: "
                   WRK-CONT-DUPLICADAS.
           DISPLAY "Quantidade de Cobrancas Sem Ordem.........: "
                   WRK-CONT-SEM-ORDEM.
           DISPLAY "Quantidade de Entregas Falhadas Cobradas..: "
                   WRK-CONT-FALHADAS.
           DISPLAY "Quantidade de Valores Acima da Tabela.....: "
                   WRK-CONT-ACIMA-TABELA.
           DISPLAY "Valor Total Faturado......................: "
                   WRK-TOT-FATURADO.
           DISPLAY "Valor Total Cobrado a Mais................: "
                   WRK-TOT-COBRADO-A-MAIS.

       052-FECHAR-ARQUIVOS.
           CLOSE FATTRANSP.
           IF WRK-FS-FATTRANSP NOT = "00"
              DISPLAY "ERRO CLOSE FATTRANSP - FS: " WRK-FS-FATTRANSP
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE AUDFRT.
           IF WRK-FS-AUDFRT NOT = "00"
              DISPLAY "ERRO CLOSE AUDFRT - FS: " WRK-FS-AUDFRT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX07".
           GOBACK.

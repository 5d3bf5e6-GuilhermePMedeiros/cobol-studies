      * BENEF (MANTIDO PELO AC00EX88) QUANDO O RATEIO FECHA EM
      * 100 POR CENTO; SEM BENEFICIARIO, OU COM O RATEIO FORA DE
      * 100, SAI UMA LINHA UNICA PARA O TITULAR (SEQUENCIA 00).
      * O SINISTRO RESERVADO QUE ESTA NA FILA DE INVESTIGACAO DE
      * FRAUDE (FRAUFILA, MANTIDA PELO AC01EX26) NAO E PAGO: SE
      * AINDA PENDENTE FICA RETIDO (R), COM A RESERVA EM ABERTO,
      * ATE O INVESTIGADOR DECIDIR; COM A FRAUDE CONFIRMADA E
      * NEGADO (N) E A RESERVA E LIBERADA. O LIBERADO PELO
      * INVESTIGADOR E REGULADO NORMALMENTE.
      *--------------------------------------------------------------*
       ENVIRONMENT           DIVISION.
      *--------------------------------------------------------------*
      *
           SELECT RESMOV    ASSIGN    TO RESMOV
                      FILE STATUS    IS WRK-FS-RESMOV.
      *
           SELECT FRAUFILA  ASSIGN    TO FRAUFILA
                      FILE STATUS    IS WRK-FS-FRAUFILA.
      *--------------------------------------------------------------*
       DATA                  DIVISION.
       FILE                  SECTION.
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-RESMOV-REGISTRO      PIC X(110).
      *
       FD  FRAUFILA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-FRAUFILA-REGISTRO    PIC X(070).
      *
      *--------------------------------------------------------------*
       WORKING-STORAGE       SECTION.
            05 WRK-FS-SINHOJE    PIC X(002) VALUE SPACES.
            05 WRK-FS-SINPAGTO   PIC X(002) VALUE SPACES.
            05 WRK-FS-RESMOV     PIC X(002) VALUE SPACES.
            05 WRK-FS-FRAUFILA   PIC X(002) VALUE SPACES.
      *
      *LAYOUT DE SINREG - MESMO ACUMULADO PELO AC00EX43
       01  WRK-SINISTRO-REGISTRO.
           05 BENEF-DOCUMENTO       PIC 9(011).
           05 BENEF-PCT-RATEIO      PIC 9(003)V99.
      *
      *LAYOUT DE FRAUFILA - FILA GRAVADA PELO AC01EX26 (FRAUHOJE)
       01  WRK-FRAU-REGISTRO.
           05 FRAU-COD-CLIENTE      PIC 9(005).
           05 FRAU-COD-PRODUTO      PIC 9(005).
           05 FRAU-DATA             PIC 9(008).
           05 FRAU-VALOR            PIC 9(009)V99.
           05 FRAU-PONTOS           PIC 9(003).
           05 FRAU-INDICIOS         PIC X(005).
           05 FRAU-SITUACAO         PIC X(001).
               88 FRAU-PENDENTE        VALUE "P".
               88 FRAU-LIBERADO        VALUE "L".
               88 FRAU-FRAUDE          VALUE "F".
           05 FRAU-DATA-INCLUSAO    PIC 9(008).
           05 FRAU-DATA-DECISAO     PIC 9(008).
           05 FRAU-INVESTIGADOR     PIC X(010).
           05 FILLER                PIC X(006).
      *
      *PARAMETROS DE COBERTURA EM MEMORIA
       01  WRK-TAB-PRM-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-PRM-REGISTRO OCCURS 1 TO 100 TIMES
           05 TAB-BEN-NOME          PIC X(040).
           05 TAB-BEN-PCT-RATEIO    PIC 9(003)V99.
      *
      *SINISTROS PENDENTES OU COM FRAUDE CONFIRMADA NA FILA
       01  WRK-TAB-FRA-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-FRA-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-FRA-QTDE
               INDEXED BY IDX-FRA.
           05 TAB-FRA-COD-CLIENTE   PIC 9(005).
           05 TAB-FRA-COD-PRODUTO   PIC 9(005).
           05 TAB-FRA-DATA          PIC 9(008).
           05 TAB-FRA-SITUACAO      PIC X(001).
      *
      *MOVIMENTO DE RESERVA POR PRODUTO
       01  WRK-TAB-MOV-QTDE         PIC 9(004) VALUE ZEROS.
       01  TAB-MOV-REGISTRO OCCURS 1 TO 100 TIMES
       77  WRK-ACHOU-SEG            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-PRM            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-MOV            PIC 9(004) VALUE ZEROS.
       77  WRK-SITUACAO-FRAUDE      PIC X(001) VALUE SPACES.
      *
      *LINHA DO RELATORIO DE MOVIMENTO DE RESERVA
       01  WRK-RESMOV-LINHA.
            03  WRK-CONT-APROVADOS      PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-NEGADOS        PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-SEM-COBERTURA  PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-RETIDOS        PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-FRAUDES        PIC 9(005) VALUE ZEROS.
      *
      *--------------------------------------------------------------*
       PROCEDURE             DIVISION.
           PERFORM 013-CARREGAR-PARMSIN.
           PERFORM 014-CARREGAR-CLISEGU.
           PERFORM 016-CARREGAR-BENEF.
           PERFORM 017-CARREGAR-FRAUFILA.
           PERFORM 015-CARREGAR-LIVRO.
           PERFORM 040-LER-SINREG.
           IF WRK-FS-SINREG = "10"
              CLOSE BENEF
           END-IF.
      *
      *SEM A FILA DO AC01EX26 NENHUM SINISTRO FICA RETIDO. SO O
      *PENDENTE E O DE FRAUDE CONFIRMADA INTERESSAM A REGULACAO.
       017-CARREGAR-FRAUFILA.
           OPEN INPUT   FRAUFILA.
           IF WRK-FS-FRAUFILA NOT = "35"
              IF WRK-FS-FRAUFILA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA FRAUFILA - FS: "
                         WRK-FS-FRAUFILA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-FRAUFILA
              PERFORM 018-GUARDAR-FRAUFILA
                UNTIL WRK-FS-FRAUFILA = "10"
              CLOSE FRAUFILA
           END-IF.
      *
       018-GUARDAR-FRAUFILA.
           IF FRAU-PENDENTE OR FRAU-FRAUDE
              IF WRK-TAB-FRA-QTDE NOT < 999
                 DISPLAY "TABELA DA FILA DE FRAUDE EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-FRA-QTDE
              MOVE FRAU-COD-CLIENTE
                TO TAB-FRA-COD-CLIENTE(WRK-TAB-FRA-QTDE)
              MOVE FRAU-COD-PRODUTO
                TO TAB-FRA-COD-PRODUTO(WRK-TAB-FRA-QTDE)
              MOVE FRAU-DATA
                TO TAB-FRA-DATA(WRK-TAB-FRA-QTDE)
              MOVE FRAU-SITUACAO
                TO TAB-FRA-SITUACAO(WRK-TAB-FRA-QTDE)
           END-IF.
           PERFORM 045-LER-FRAUFILA.
      *
       045-LER-FRAUFILA.
           READ FRAUFILA INTO WRK-FRAU-REGISTRO.
           IF WRK-FS-FRAUFILA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA FRAUFILA - FS: " WRK-FS-FRAUFILA
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
      *SINISTROS JA REGULADOS FICARAM NA GERACAO ANTERIOR E NAO
      *SAO RECARREGADOS. A RESERVA DOS RESERVADOS ENTRA COMO
      *ABERTURA DO MOVIMENTO DO PRODUTO.
      *
      *REGULA OS SINISTROS QUE JA ESTAVAM RESERVADOS: APROVA E
      *PAGA O QUE PASSA DA FRANQUIA, NEGA O RESTO, E LIBERA A
      *RESERVA NOS DOIS CASOS. O PENDENTE DE INVESTIGACAO FICA
      *RETIDO E O DE FRAUDE CONFIRMADA E NEGADO.
       020-REGULAR-RESERVADOS.
           PERFORM 021-REGULAR-UM-SINISTRO
               VARYING IDX-SIN FROM 1 BY 1
       021-REGULAR-UM-SINISTRO.
           IF TAB-SIN-STATUS(IDX-SIN) = "R"
              AND TAB-SIN-NOVO(IDX-SIN) = "N"
              PERFORM 031-BUSCAR-FILA-FRAUDE
              EVALUATE WRK-SITUACAO-FRAUDE
                  WHEN "P"
                      ADD 1 TO WRK-CONT-RETIDOS
                  WHEN "F"
                      PERFORM 028-NEGAR-POR-FRAUDE
                  WHEN OTHER
                      PERFORM 027-APROVAR-OU-NEGAR
              END-EVALUATE
           END-IF.
      *
       027-APROVAR-OU-NEGAR.
           PERFORM 022-CALCULAR-VALOR-PAGAR.
           MOVE TAB-SIN-COD-PRODUTO(IDX-SIN)
             TO WRK-PRODUTO-BUSCA.
           PERFORM 030-LOCALIZAR-MOVIMENTO.
           IF WRK-VALOR-PAGAR > ZEROS
              MOVE "A" TO TAB-SIN-STATUS(IDX-SIN)
              MOVE WRK-VALOR-PAGAR
                TO TAB-SIN-VALOR-APROV(IDX-SIN)
              ADD WRK-VALOR-PAGAR
                TO TAB-MOV-PAGO(WRK-ACHOU-MOV)
              PERFORM 023-GRAVAR-SINPAGTO
              ADD 1 TO WRK-CONT-APROVADOS
           ELSE
              MOVE "N" TO TAB-SIN-STATUS(IDX-SIN)
              MOVE ZEROS TO TAB-SIN-VALOR-APROV(IDX-SIN)
              ADD 1 TO WRK-CONT-NEGADOS
           END-IF.
           ADD TAB-SIN-VALOR-RESERVA(IDX-SIN)
             TO TAB-MOV-LIBERADO(WRK-ACHOU-MOV).
           MOVE ZEROS TO TAB-SIN-VALOR-RESERVA(IDX-SIN).
      *
       028-NEGAR-POR-FRAUDE.
           MOVE TAB-SIN-COD-PRODUTO(IDX-SIN)
             TO WRK-PRODUTO-BUSCA.
           PERFORM 030-LOCALIZAR-MOVIMENTO.
           MOVE "N" TO TAB-SIN-STATUS(IDX-SIN).
           MOVE ZEROS TO TAB-SIN-VALOR-APROV(IDX-SIN).
           ADD TAB-SIN-VALOR-RESERVA(IDX-SIN)
             TO TAB-MOV-LIBERADO(WRK-ACHOU-MOV).
           MOVE ZEROS TO TAB-SIN-VALOR-RESERVA(IDX-SIN).
           ADD 1 TO WRK-CONT-FRAUDES.
      *
      *SITUACAO DO SINISTRO NA FILA DE FRAUDE (P OU F); ESPACOS
      *QUANDO FORA DA FILA OU JA LIBERADO.
       031-BUSCAR-FILA-FRAUDE.
           MOVE SPACES TO WRK-SITUACAO-FRAUDE.
           SET IDX-FRA TO 1.
           SEARCH TAB-FRA-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-FRA-COD-CLIENTE(IDX-FRA) =
                    TAB-SIN-COD-CLIENTE(IDX-SIN)
                    AND TAB-FRA-COD-PRODUTO(IDX-FRA) =
                        TAB-SIN-COD-PRODUTO(IDX-SIN)
                    AND TAB-FRA-DATA(IDX-FRA) =
                        TAB-SIN-DATA(IDX-SIN)
                   MOVE TAB-FRA-SITUACAO(IDX-FRA)
                     TO WRK-SITUACAO-FRAUDE
           END-SEARCH.
      *
      *O VALOR A PAGAR E O MENOR ENTRE O AVISADO E O LIMITE DE
      *COBERTURA (PERCENTUAL DO VALOR DO PRODUTO), MENOS A
                   WRK-CONT-NEGADOS.
           DISPLAY "Quantidade de Casos Sem Cobertura...: "
                   WRK-CONT-SEM-COBERTURA.
           DISPLAY "Quantidade de Sinistros Retidos.....: "
                   WRK-CONT-RETIDOS.
           DISPLAY "Quantidade de Negados por Fraude....: "
                   WRK-CONT-FRAUDES.
           PERFORM 055-FECHAR-ARQUIVOS.
      *
       051-GRAVAR-LIVRO-HOJE.

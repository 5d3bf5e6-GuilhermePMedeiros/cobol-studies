       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX97.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX97
      *CONCILIACAO DAS VENDAS NO DEBITO COM O ARQUIVO DIARIO DE
      *LIQUIDACAO DA CREDENCIADORA DO CARTAO (LIQADQ). RODA APOS O
      *AC00EX10, LENDO O EXTRATO DE COMPRA E O DEBCRE DO DIA: O
      *VALOR LIQUIDO DAS LINHAS DE CADA COMPRA NO DEBITO E SOMADO
      *(MESMO MATCH-MERGE DO AC00EX14) E A VENDA ENTRA NA CARTEIRA
      *DE VENDAS A RECEBER DA CREDENCIADORA (DEBANT/DEBHOJE, NO
      *MESMO ESPIRITO DOS SNAPSHOTS PARCANT/PARCHOJE DO AC00EX49).
      *- CADA LIQUIDACAO BAIXA A VENDA EM ABERTO DA MESMA COMPRA.
      *  A TAXA RETIDA (MDR) E CONFERIDA CONTRA A TAXA CONTRATADA
      *  DA BANDEIRA NO PARAMETRO PARMMDR; TAXA ACIMA DA
      *  CONTRATADA, BANDEIRA SEM TAXA CONTRATADA, VALOR BRUTO
      *  DIFERENTE DA VENDA E LIQUIDACAO SEM VENDA EM ABERTO SAEM
      *  EM MDRDIV;
      *- VENDA AINDA NAO PAGA CONTINUA NA CARTEIRA. PASSADO O MAIOR
      *  PRAZO DE LIQUIDACAO CONTRATADO ENTRE AS BANDEIRAS (A
      *  BANDEIRA SO E CONHECIDA NA LIQUIDACAO), SAI TODO DIA EM
      *  DEBATRAS COM OS DIAS DE ATRASO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

       SELECT COMPRA   ASSIGN    TO COMPRA
                      FILE STATUS    IS WRK-FS-COMPRA.

       SELECT DEBCRE   ASSIGN    TO DEBCRE
                      FILE STATUS    IS WRK-FS-DEBCRE.

      *LIQUIDACAO DIARIA DA CREDENCIADORA DO CARTAO
       SELECT LIQADQ   ASSIGN    TO LIQADQ
                      FILE STATUS    IS WRK-FS-LIQADQ.

      *TAXA MDR E PRAZO DE LIQUIDACAO CONTRATADOS POR BANDEIRA
       SELECT PARMMDR  ASSIGN    TO PARMMDR
                      FILE STATUS    IS WRK-FS-PARMMDR.

      *VENDAS NO DEBITO A RECEBER DO CICLO ANTERIOR
       SELECT DEBANT   ASSIGN    TO DEBANT
                      FILE STATUS    IS WRK-FS-DEBANT.

      *VENDAS NO DEBITO A RECEBER, PARA O PROXIMO CICLO
       SELECT DEBHOJE  ASSIGN    TO DEBHOJE
                      FILE STATUS    IS WRK-FS-DEBHOJE.

      *DIVERGENCIAS DE TAXA E DE VALOR NA LIQUIDACAO
       SELECT MDRDIV   ASSIGN    TO MDRDIV
                      FILE STATUS    IS WRK-FS-MDRDIV.

      *VENDAS NAO PAGAS APOS O PRAZO DE LIQUIDACAO
       SELECT DEBATRAS ASSIGN    TO DEBATRAS
                      FILE STATUS    IS WRK-FS-DEBATRAS.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  COMPRA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-COMPRA-REGISTRO      PIC X(038).

       FD  DEBCRE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBCRE-REGISTRO      PIC X(059).

       FD  LIQADQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LIQADQ-REGISTRO      PIC X(064).

       FD  PARMMDR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMMDR-REGISTRO     PIC X(017).

       FD  DEBANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBANT-REGISTRO      PIC X(030).

       FD  DEBHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBHOJE-REGISTRO     PIC X(030).

       FD  MDRDIV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MDRDIV-REGISTRO      PIC X(094).

       FD  DEBATRAS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEBATRAS-REGISTRO    PIC X(033).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-COMPRA         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBCRE         PIC X(002) VALUE SPACES.
           05 WRK-FS-LIQADQ         PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMMDR        PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-MDRDIV         PIC X(002) VALUE SPACES.
           05 WRK-FS-DEBATRAS       PIC X(002) VALUE SPACES.

      *LAYOUT DE COMPRA - MESMO EXTRATO LIDO PELO AC00EX10
       01  WRK-COMPRA-REGISTRO.
           05 COMPRA-COD-COMPRA     PIC  9(005).
           05 COMPRA-TIPO-PAGTO     PIC  X(008).
           05 COMPRA-COD-CLIENTE    PIC  9(003).
           05 COMPRA-DATA           PIC  9(008).
           05 COMPRA-COD-VENDEDOR   PIC  9(003).
           05 COMPRA-COD-LOJA       PIC  9(003).
           05 COMPRA-NUM-VALE       PIC  9(008).

      *LAYOUT DE DEBCRE - MESMO GRAVADO PELO AC00EX10
       01  WRK-DEBCRE-REGISTRO.
           05 DEBCRE-COD-COMPRA     PIC  9(005).
           05 DEBCRE-NOME-PRODUTO   PIC  X(010).
           05 DEBCRE-TIPO-PAGTO     PIC  X(008).
           05 DEBCRE-VALOR          PIC  9(009)V99.
           05 DEBCRE-QUANTIDADE     PIC  9(003).
           05 DEBCRE-VALOR-LIQUIDO  PIC  9(009)V99.
           05 DEBCRE-VALOR-IMPOSTO  PIC  9(009)V99.

      *LAYOUT DE LIQADQ - VENDA LIQUIDADA PELA CREDENCIADORA
       01  WRK-LIQADQ-REGISTRO.
           05 LIQADQ-COD-COMPRA     PIC  9(005).
           05 LIQADQ-BANDEIRA       PIC  X(010).
           05 LIQADQ-DATA-VENDA     PIC  9(008).
           05 LIQADQ-DATA-LIQUIDACAO PIC 9(008).
           05 LIQADQ-VALOR-BRUTO    PIC  9(009)V99.
           05 LIQADQ-VALOR-TAXA     PIC  9(009)V99.
           05 LIQADQ-VALOR-LIQUIDO  PIC  9(009)V99.

      *LAYOUT DE PARMMDR - CONTRATO POR BANDEIRA
       01  WRK-PARMMDR-REGISTRO.
           05 PARMMDR-BANDEIRA      PIC  X(010).
           05 PARMMDR-TAXA-MDR      PIC  9(002)V99.
           05 PARMMDR-DIAS-LIQ      PIC  9(003).

      *LAYOUT DA CARTEIRA DE VENDAS A RECEBER (DEBANT/DEBHOJE)
       01  WRK-DEB-REGISTRO.
           05 DEB-COD-COMPRA        PIC  9(005).
           05 DEB-COD-LOJA          PIC  9(003).
           05 DEB-COD-CLIENTE       PIC  9(003).
           05 DEB-DATA-VENDA        PIC  9(008).
           05 DEB-VALOR             PIC  9(009)V99.

      *LAYOUT DE MDRDIV - DIVERGENCIA NA LIQUIDACAO
       01  WRK-MDRDIV-REGISTRO.
           05 MDRDIV-COD-COMPRA     PIC  9(005).
           05 MDRDIV-COD-LOJA       PIC  9(003).
           05 MDRDIV-BANDEIRA       PIC  X(010).
           05 MDRDIV-DATA-VENDA     PIC  9(008).
           05 MDRDIV-DATA-LIQUIDACAO PIC 9(008).
           05 MDRDIV-VALOR-VENDA    PIC  9(009)V99.
           05 MDRDIV-VALOR-BRUTO    PIC  9(009)V99.
           05 MDRDIV-TAXA-CONTRATADA PIC 9(002)V99.
           05 MDRDIV-VALOR-TAXA-CONTR PIC 9(009)V99.
           05 MDRDIV-VALOR-TAXA-RETIDA PIC 9(009)V99.
           05 MDRDIV-VALOR-DIFERENCA PIC S9(009)V99.
           05 MDRDIV-MOTIVO         PIC  X(001).
               88 MDRDIV-MOT-TAXA-ACIMA        VALUE "1".
               88 MDRDIV-MOT-SEM-CONTRATO      VALUE "2".
               88 MDRDIV-MOT-VALOR-DIVERGE     VALUE "3".
               88 MDRDIV-MOT-SEM-VENDA         VALUE "4".

      *LAYOUT DE DEBATRAS - VENDA NAO PAGA APOS O PRAZO
       01  WRK-DEBATRAS-REGISTRO.
           05 DEBATRAS-COD-COMPRA   PIC  9(005).
           05 DEBATRAS-COD-LOJA     PIC  9(003).
           05 DEBATRAS-COD-CLIENTE  PIC  9(003).
           05 DEBATRAS-DATA-VENDA   PIC  9(008).
           05 DEBATRAS-VALOR        PIC  9(009)V99.
           05 DEBATRAS-DIAS-ATRASO  PIC  9(003).

      *TABELA DO CONTRATO DA CREDENCIADORA POR BANDEIRA
       01  WRK-TAB-MDR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MDR-REGISTRO OCCURS 1 TO 99 TIMES
               DEPENDING ON WRK-TAB-MDR-QTDE
               INDEXED BY IDX-MDR.
           05 TAB-MDR-BANDEIRA      PIC X(010).
           05 TAB-MDR-TAXA-MDR      PIC 9(002)V99.
           05 TAB-MDR-DIAS-LIQ      PIC 9(003).

      *CARTEIRA DE VENDAS NO DEBITO A RECEBER (PENDENTES DO CICLO
      *ANTERIOR MAIS AS VENDAS DO DIA)
       01  WRK-TAB-DEB-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DEB-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-DEB-QTDE
               INDEXED BY IDX-DEB.
           05 TAB-DEB-COD-COMPRA    PIC 9(005).
           05 TAB-DEB-COD-LOJA      PIC 9(003).
           05 TAB-DEB-COD-CLIENTE   PIC 9(003).
           05 TAB-DEB-DATA-VENDA    PIC 9(008).
           05 TAB-DEB-VALOR         PIC 9(009)V99.
           05 TAB-DEB-SITUACAO      PIC X(001).
               88 TAB-DEB-ABERTA         VALUE "A".
               88 TAB-DEB-LIQUIDADA      VALUE "L".

      *VALOR DA COMPRA NO DEBITO ACUMULADO NO MATCH-MERGE
       01  WRK-TOTAL-COMPRA         PIC 9(009)V99 VALUE ZEROS.

      *MAIOR PRAZO DE LIQUIDACAO CONTRATADO ENTRE AS BANDEIRAS
       01  WRK-MAIOR-PRAZO          PIC 9(003) VALUE ZEROS.

      *DATA DO SISTEMA E ATRASO DA VENDA EM ABERTO
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-INTEIRO     PIC 9(009) VALUE ZEROS.
       01  WRK-DIAS-ATRASO          PIC S9(009) VALUE ZEROS.

      *TAXA CONTRATADA CALCULADA SOBRE O VALOR BRUTO LIQUIDADO
       01  WRK-VALOR-TAXA-CONTR     PIC 9(009)V99 VALUE ZEROS.

       01  WRK-SW-DEB               PIC 9(001) VALUE ZEROS.
           88 DEB-ACHADA               VALUE 1.
           88 DEB-NAO-ACHADA           VALUE 0.

       01  WRK-SW-MDR               PIC 9(001) VALUE ZEROS.
           88 MDR-ACHADO               VALUE 1.
           88 MDR-NAO-ACHADO           VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-COMPRA       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DEBCRE       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-LIQADQ       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DEBANT       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-VENDAS-DEBITO      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DEBCRE-ORFAOS      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIQUIDADAS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-MDRDIV    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DEBATRAS  PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DEBHOJE   PIC 9(07) VALUE ZEROS.

      *TOTAIS DO RUN
       01  WRK-TOTAL-TAXA-RETIDA    PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-TAXA-EXCESSO   PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-ATRASADO       PIC 9(011)V99 VALUE ZEROS.
       01  WRK-TOTAL-TAXA-RETIDA-ED PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-TAXA-EXCESSO-ED PIC ZZZ.ZZZ.ZZZ.Z99,99.
       01  WRK-TOTAL-ATRASADO-ED    PIC ZZZ.ZZZ.ZZZ.Z99,99.

       PROCEDURE             DIVISION.

       000-AC00EX97-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-LIQUIDACAO
             UNTIL WRK-FS-LIQADQ = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX97 INICIADO - CONCILIACAO DEBITO"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-SIS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS).
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-PARMMDR.
           PERFORM 014-CARREGAR-TABELA-DEBANT.
           PERFORM 015-CARREGAR-VENDAS-DIA.
           PERFORM 044-LER-LIQADQ.
           IF WRK-FS-LIQADQ = "10"
              DISPLAY "ARQUIVO LIQADQ VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    COMPRA.
           IF WRK-FS-COMPRA NOT = ZEROS
              DISPLAY "ERRO ABERTURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    DEBCRE.
           IF WRK-FS-DEBCRE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    LIQADQ.
           IF WRK-FS-LIQADQ NOT = ZEROS
              DISPLAY "ERRO ABERTURA LIQADQ - FS: " WRK-FS-LIQADQ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEBHOJE.
           IF WRK-FS-DEBHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBHOJE - FS: " WRK-FS-DEBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   MDRDIV.
           IF WRK-FS-MDRDIV NOT = ZEROS
              DISPLAY "ERRO ABERTURA MDRDIV - FS: " WRK-FS-MDRDIV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEBATRAS.
           IF WRK-FS-DEBATRAS NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEBATRAS - FS: " WRK-FS-DEBATRAS
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O CONTRATO DA CREDENCIADORA. SEM O CONTRATO NAO HA
      *COMO CONFERIR A TAXA - O PARAMETRO E OBRIGATORIO.
       013-CARREGAR-TABELA-PARMMDR.
           OPEN INPUT   PARMMDR.
           IF WRK-FS-PARMMDR NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMMDR - FS: " WRK-FS-PARMMDR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 045-LER-PARMMDR.
           IF WRK-FS-PARMMDR = "10"
              DISPLAY "ARQUIVO PARMMDR VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 033-MOVER-DADOS-TAB-MDR
             UNTIL WRK-FS-PARMMDR = "10".

           CLOSE PARMMDR.
           IF WRK-FS-PARMMDR NOT = "00"
              DISPLAY "ERRO CLOSE PARMMDR - FS: " WRK-FS-PARMMDR
              PERFORM 999-ROTINA-ABEND
           END-IF.

           DISPLAY "MAIOR PRAZO DE LIQUIDACAO CONTRATADO: "
                   WRK-MAIOR-PRAZO " DIAS".

      *CARREGA A CARTEIRA DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), A CARTEIRA COMECA VAZIA.
       014-CARREGAR-TABELA-DEBANT.
           OPEN INPUT   DEBANT.
           IF WRK-FS-DEBANT = "35"
              MOVE ZEROS TO WRK-TAB-DEB-QTDE
           ELSE
              IF WRK-FS-DEBANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA DEBANT - FS: " WRK-FS-DEBANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-DEBANT
              PERFORM 032-INCORPORAR-PENDENTE
                UNTIL WRK-FS-DEBANT = "10"

              CLOSE DEBANT
              IF WRK-FS-DEBANT NOT = "00"
                 DISPLAY "ERRO CLOSE DEBANT - FS: " WRK-FS-DEBANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *TRAZ AS VENDAS NO DEBITO DO DIA PARA A CARTEIRA PELO
      *MATCH-MERGE DE DEBCRE CONTRA COMPRA.
       015-CARREGAR-VENDAS-DIA.
           PERFORM 041-LER-COMPRA.
           IF WRK-FS-COMPRA = "10"
              DISPLAY "ARQUIVO COMPRA VAZIO"
           END-IF.

           PERFORM 042-LER-DEBCRE.
           IF WRK-FS-DEBCRE = "10"
              DISPLAY "ARQUIVO DEBCRE VAZIO"
           END-IF.

           PERFORM 016-PROCESSAR-DEBCRE
             UNTIL WRK-FS-DEBCRE = "10".
           PERFORM 070-ENCERRAR-COMPRA.

      *O VALOR LIQUIDO DAS LINHAS NO DEBITO E ACUMULADO E, NA TROCA
      *DE COMPRA, A VENDA ENTRA NA CARTEIRA.
       016-PROCESSAR-DEBCRE.
           IF DEBCRE-COD-COMPRA = COMPRA-COD-COMPRA
               IF COMPRA-TIPO-PAGTO = "DEBITO  "
                   ADD DEBCRE-VALOR-LIQUIDO TO WRK-TOTAL-COMPRA
               END-IF
               PERFORM 042-LER-DEBCRE
           ELSE
               IF DEBCRE-COD-COMPRA > COMPRA-COD-COMPRA
                   PERFORM 070-ENCERRAR-COMPRA
                   PERFORM 041-LER-COMPRA
               ELSE
      *            LINHA DE DEBCRE SEM COMPRA CORRESPONDENTE NO
      *            EXTRATO - APENAS CONTADA.
                   ADD 1 TO WRK-CONT-DEBCRE-ORFAOS
                   PERFORM 042-LER-DEBCRE
               END-IF
           END-IF.

      *A COMPRA CORRENTE SAIU DO MERGE - SE ACUMULOU VALOR NO
      *DEBITO, ENTRA NA CARTEIRA COMO VENDA A RECEBER.
       070-ENCERRAR-COMPRA.
           IF WRK-TOTAL-COMPRA > ZEROS
               ADD 1 TO WRK-CONT-VENDAS-DEBITO
               MOVE COMPRA-COD-COMPRA  TO DEB-COD-COMPRA
               MOVE COMPRA-COD-LOJA    TO DEB-COD-LOJA
               MOVE COMPRA-COD-CLIENTE TO DEB-COD-CLIENTE
               MOVE COMPRA-DATA        TO DEB-DATA-VENDA
               MOVE WRK-TOTAL-COMPRA   TO DEB-VALOR
               PERFORM 030-INCLUIR-VENDA
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-COMPRA.

       030-INCLUIR-VENDA.
           ADD 1 TO WRK-TAB-DEB-QTDE.
           MOVE DEB-COD-COMPRA
             TO TAB-DEB-COD-COMPRA(WRK-TAB-DEB-QTDE).
           MOVE DEB-COD-LOJA
             TO TAB-DEB-COD-LOJA(WRK-TAB-DEB-QTDE).
           MOVE DEB-COD-CLIENTE
             TO TAB-DEB-COD-CLIENTE(WRK-TAB-DEB-QTDE).
           MOVE DEB-DATA-VENDA
             TO TAB-DEB-DATA-VENDA(WRK-TAB-DEB-QTDE).
           MOVE DEB-VALOR
             TO TAB-DEB-VALOR(WRK-TAB-DEB-QTDE).
           SET TAB-DEB-ABERTA(WRK-TAB-DEB-QTDE) TO TRUE.

       032-INCORPORAR-PENDENTE.
           PERFORM 030-INCLUIR-VENDA.
           PERFORM 043-LER-DEBANT.

       033-MOVER-DADOS-TAB-MDR.
           ADD 1 TO WRK-TAB-MDR-QTDE.
           MOVE PARMMDR-BANDEIRA
             TO TAB-MDR-BANDEIRA(WRK-TAB-MDR-QTDE).
           MOVE PARMMDR-TAXA-MDR
             TO TAB-MDR-TAXA-MDR(WRK-TAB-MDR-QTDE).
           MOVE PARMMDR-DIAS-LIQ
             TO TAB-MDR-DIAS-LIQ(WRK-TAB-MDR-QTDE).
           IF PARMMDR-DIAS-LIQ > WRK-MAIOR-PRAZO
              MOVE PARMMDR-DIAS-LIQ TO WRK-MAIOR-PRAZO
           END-IF.
           PERFORM 045-LER-PARMMDR.

      *UMA LIQUIDACAO DA CREDENCIADORA POR ITERACAO: PROCURA A
      *VENDA EM ABERTO DA MESMA COMPRA E CONFERE A TAXA RETIDA.
       020-PROCESSAR-LIQUIDACAO.
           SET DEB-NAO-ACHADA TO TRUE.
           SET IDX-DEB TO 1.
           IF WRK-TAB-DEB-QTDE > ZEROS
              SEARCH TAB-DEB-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-DEB-COD-COMPRA(IDX-DEB) = LIQADQ-COD-COMPRA
                   AND TAB-DEB-ABERTA(IDX-DEB)
                      SET DEB-ACHADA TO TRUE
              END-SEARCH
           END-IF.

           ADD LIQADQ-VALOR-TAXA TO WRK-TOTAL-TAXA-RETIDA.
           PERFORM 034-MOVER-LIQADQ-MDRDIV.

           IF DEB-ACHADA
              SET TAB-DEB-LIQUIDADA(IDX-DEB) TO TRUE
              ADD 1 TO WRK-CONT-LIQUIDADAS
              MOVE TAB-DEB-COD-LOJA(IDX-DEB)   TO MDRDIV-COD-LOJA
              MOVE TAB-DEB-VALOR(IDX-DEB)      TO MDRDIV-VALOR-VENDA
              PERFORM 021-CONFERIR-VALOR
              PERFORM 022-CONFERIR-TAXA
           ELSE
              MOVE ZEROS TO MDRDIV-VALOR-DIFERENCA
              SET MDRDIV-MOT-SEM-VENDA TO TRUE
              PERFORM 046-GRAVAR-MDRDIV
           END-IF.
           PERFORM 044-LER-LIQADQ.

      *VALOR BRUTO LIQUIDADO DIFERENTE DO VALOR DA VENDA. A VENDA
      *SAI DA CARTEIRA DO MESMO JEITO - A DIFERENCA FICA APONTADA.
       021-CONFERIR-VALOR.
           IF LIQADQ-VALOR-BRUTO NOT = MDRDIV-VALOR-VENDA
              COMPUTE MDRDIV-VALOR-DIFERENCA =
                  LIQADQ-VALOR-BRUTO - MDRDIV-VALOR-VENDA
              SET MDRDIV-MOT-VALOR-DIVERGE TO TRUE
              PERFORM 046-GRAVAR-MDRDIV
           END-IF.

      *CONFERE A TAXA RETIDA CONTRA A TAXA CONTRATADA DA BANDEIRA,
      *CALCULADA SOBRE O VALOR BRUTO LIQUIDADO.
       022-CONFERIR-TAXA.
           SET MDR-NAO-ACHADO TO TRUE.
           SET IDX-MDR TO 1.
           SEARCH TAB-MDR-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-MDR-BANDEIRA(IDX-MDR) = LIQADQ-BANDEIRA
                   SET MDR-ACHADO TO TRUE
           END-SEARCH.

           IF MDR-NAO-ACHADO
              MOVE ZEROS TO MDRDIV-VALOR-DIFERENCA
              SET MDRDIV-MOT-SEM-CONTRATO TO TRUE
              PERFORM 046-GRAVAR-MDRDIV
           ELSE
              COMPUTE WRK-VALOR-TAXA-CONTR ROUNDED =
                  LIQADQ-VALOR-BRUTO * TAB-MDR-TAXA-MDR(IDX-MDR) / 100
              IF LIQADQ-VALOR-TAXA > WRK-VALOR-TAXA-CONTR
                 MOVE TAB-MDR-TAXA-MDR(IDX-MDR)
                   TO MDRDIV-TAXA-CONTRATADA
                 MOVE WRK-VALOR-TAXA-CONTR TO MDRDIV-VALOR-TAXA-CONTR
                 COMPUTE MDRDIV-VALOR-DIFERENCA =
                     LIQADQ-VALOR-TAXA - WRK-VALOR-TAXA-CONTR
                 ADD MDRDIV-VALOR-DIFERENCA TO WRK-TOTAL-TAXA-EXCESSO
                 SET MDRDIV-MOT-TAXA-ACIMA TO TRUE
                 PERFORM 046-GRAVAR-MDRDIV
              END-IF
           END-IF.

       034-MOVER-LIQADQ-MDRDIV.
           MOVE LIQADQ-COD-COMPRA      TO MDRDIV-COD-COMPRA.
           MOVE ZEROS                  TO MDRDIV-COD-LOJA.
           MOVE LIQADQ-BANDEIRA        TO MDRDIV-BANDEIRA.
           MOVE LIQADQ-DATA-VENDA      TO MDRDIV-DATA-VENDA.
           MOVE LIQADQ-DATA-LIQUIDACAO TO MDRDIV-DATA-LIQUIDACAO.
           MOVE ZEROS                  TO MDRDIV-VALOR-VENDA.
           MOVE LIQADQ-VALOR-BRUTO     TO MDRDIV-VALOR-BRUTO.
           MOVE ZEROS                  TO MDRDIV-TAXA-CONTRATADA.
           MOVE ZEROS                  TO MDRDIV-VALOR-TAXA-CONTR.
           MOVE LIQADQ-VALOR-TAXA      TO MDRDIV-VALOR-TAXA-RETIDA.

       041-LER-COMPRA.
           READ COMPRA    INTO WRK-COMPRA-REGISTRO.
           IF WRK-FS-COMPRA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-COMPRA = "00"
                ADD 1 TO WRK-CONT-LIDOS-COMPRA
           END-IF.
           IF WRK-FS-COMPRA = "10"
              MOVE 99998 TO COMPRA-COD-COMPRA
           END-IF.

       042-LER-DEBCRE.
           READ DEBCRE    INTO WRK-DEBCRE-REGISTRO.
           IF WRK-FS-DEBCRE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DEBCRE = "00"
                ADD 1 TO WRK-CONT-LIDOS-DEBCRE
           END-IF.

       043-LER-DEBANT.
           READ DEBANT    INTO WRK-DEB-REGISTRO.
           IF WRK-FS-DEBANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DEBANT - FS: " WRK-FS-DEBANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DEBANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-DEBANT
           END-IF.

       044-LER-LIQADQ.
           READ LIQADQ    INTO WRK-LIQADQ-REGISTRO.
           IF WRK-FS-LIQADQ NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LIQADQ - FS: " WRK-FS-LIQADQ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-LIQADQ = "00"
                ADD 1 TO WRK-CONT-LIDOS-LIQADQ
           END-IF.

       045-LER-PARMMDR.
           READ PARMMDR   INTO WRK-PARMMDR-REGISTRO.
           IF WRK-FS-PARMMDR NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PARMMDR - FS: " WRK-FS-PARMMDR
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-GRAVAR-MDRDIV.
           WRITE FD-MDRDIV-REGISTRO FROM WRK-MDRDIV-REGISTRO.
           IF WRK-FS-MDRDIV NOT = ZEROS
              DISPLAY "ERRO GRAVACAO MDRDIV - FS: " WRK-FS-MDRDIV
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-MDRDIV.

       047-GRAVAR-DEBATRAS.
           WRITE FD-DEBATRAS-REGISTRO FROM WRK-DEBATRAS-REGISTRO.
           IF WRK-FS-DEBATRAS NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEBATRAS - FS: " WRK-FS-DEBATRAS
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DEBATRAS.
           ADD DEBATRAS-VALOR TO WRK-TOTAL-ATRASADO.

       050-FINALIZAR.
           PERFORM 055-FECHAR-CARTEIRA.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *CARREGA ADIANTE AS VENDAS AINDA NAO PAGAS. A VENDA QUE JA
      *PASSOU DO PRAZO CONTINUA NA CARTEIRA E SAI TAMBEM EM
      *DEBATRAS, ATE A CREDENCIADORA PAGAR.
       055-FECHAR-CARTEIRA.
           PERFORM 056-AVALIAR-VENDA
           VARYING IDX-DEB FROM 1 BY 1
           UNTIL IDX-DEB > WRK-TAB-DEB-QTDE.

       056-AVALIAR-VENDA.
           IF TAB-DEB-ABERTA(IDX-DEB)
              PERFORM 057-GRAVAR-DEBHOJE
              COMPUTE WRK-DIAS-ATRASO = WRK-DATA-SIS-INTEIRO -
                  FUNCTION INTEGER-OF-DATE(TAB-DEB-DATA-VENDA(IDX-DEB))
              IF WRK-DIAS-ATRASO > WRK-MAIOR-PRAZO
                 MOVE TAB-DEB-COD-COMPRA(IDX-DEB)
                   TO DEBATRAS-COD-COMPRA
                 MOVE TAB-DEB-COD-LOJA(IDX-DEB)
                   TO DEBATRAS-COD-LOJA
                 MOVE TAB-DEB-COD-CLIENTE(IDX-DEB)
                   TO DEBATRAS-COD-CLIENTE
                 MOVE TAB-DEB-DATA-VENDA(IDX-DEB)
                   TO DEBATRAS-DATA-VENDA
                 MOVE TAB-DEB-VALOR(IDX-DEB)
                   TO DEBATRAS-VALOR
                 COMPUTE DEBATRAS-DIAS-ATRASO =
                     WRK-DIAS-ATRASO - WRK-MAIOR-PRAZO
                 PERFORM 047-GRAVAR-DEBATRAS
              END-IF
           END-IF.

       057-GRAVAR-DEBHOJE.
           MOVE TAB-DEB-COD-COMPRA(IDX-DEB)  TO DEB-COD-COMPRA.
           MOVE TAB-DEB-COD-LOJA(IDX-DEB)    TO DEB-COD-LOJA.
           MOVE TAB-DEB-COD-CLIENTE(IDX-DEB) TO DEB-COD-CLIENTE.
           MOVE TAB-DEB-DATA-VENDA(IDX-DEB)  TO DEB-DATA-VENDA.
           MOVE TAB-DEB-VALOR(IDX-DEB)       TO DEB-VALOR.
           WRITE FD-DEBHOJE-REGISTRO FROM WRK-DEB-REGISTRO.
           IF WRK-FS-DEBHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEBHOJE - FS: " WRK-FS-DEBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DEBHOJE.

       051-MOSTRAR-CONTADORES.
           MOVE WRK-TOTAL-TAXA-RETIDA  TO WRK-TOTAL-TAXA-RETIDA-ED.
           MOVE WRK-TOTAL-TAXA-EXCESSO TO WRK-TOTAL-TAXA-EXCESSO-ED.
           MOVE WRK-TOTAL-ATRASADO     TO WRK-TOTAL-ATRASADO-ED.
           DISPLAY "Quantidade de Registros Lidos    COMPRA...: "
                   WRK-CONT-LIDOS-COMPRA.
           DISPLAY "Quantidade de Registros Lidos    DEBCRE...: "
                   WRK-CONT-LIDOS-DEBCRE.
           DISPLAY "Quantidade de Registros Lidos    DEBANT...: "
                   WRK-CONT-LIDOS-DEBANT.
           DISPLAY "Quantidade de Registros Lidos    LIQADQ...: "
                   WRK-CONT-LIDOS-LIQADQ.
           DISPLAY "Quantidade de Vendas no Debito do Dia.....: "
                   WRK-CONT-VENDAS-DEBITO.
           DISPLAY "Quantidade de DEBCRE sem Compra...........: "
                   WRK-CONT-DEBCRE-ORFAOS.
           DISPLAY "Quantidade de Vendas Liquidadas...........: "
                   WRK-CONT-LIQUIDADAS.
           DISPLAY "Quantidade de Registros Gravados MDRDIV...: "
                   WRK-CONT-GRAVADOS-MDRDIV.
           DISPLAY "Quantidade de Registros Gravados DEBATRAS.: "
                   WRK-CONT-GRAVADOS-DEBATRAS.
           DISPLAY "Quantidade de Registros Gravados DEBHOJE..: "
                   WRK-CONT-GRAVADOS-DEBHOJE.
           DISPLAY "Valor Total da Taxa Retida................: "
                   WRK-TOTAL-TAXA-RETIDA-ED.
           DISPLAY "Valor Total da Taxa Acima do Contratado...: "
                   WRK-TOTAL-TAXA-EXCESSO-ED.
           DISPLAY "Valor Total das Vendas em Atraso..........: "
                   WRK-TOTAL-ATRASADO-ED.

       052-FECHAR-ARQUIVOS.
           CLOSE COMPRA.
           IF WRK-FS-COMPRA NOT = "00"
              DISPLAY "ERRO CLOSE COMPRA - FS: " WRK-FS-COMPRA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEBCRE.
           IF WRK-FS-DEBCRE NOT = "00"
              DISPLAY "ERRO CLOSE DEBCRE - FS: " WRK-FS-DEBCRE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE LIQADQ.
           IF WRK-FS-LIQADQ NOT = "00"
              DISPLAY "ERRO CLOSE LIQADQ - FS: " WRK-FS-LIQADQ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEBHOJE.
           IF WRK-FS-DEBHOJE NOT = "00"
              DISPLAY "ERRO CLOSE DEBHOJE - FS: " WRK-FS-DEBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE MDRDIV.
           IF WRK-FS-MDRDIV NOT = "00"
              DISPLAY "ERRO CLOSE MDRDIV - FS: " WRK-FS-MDRDIV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEBATRAS.
           IF WRK-FS-DEBATRAS NOT = "00"
              DISPLAY "ERRO CLOSE DEBATRAS - FS: " WRK-FS-DEBATRAS
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX97".
           GOBACK.

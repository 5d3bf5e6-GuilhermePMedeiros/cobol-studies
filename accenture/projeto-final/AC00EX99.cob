       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC00EX99.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC00EX99
      *CONTROLE DA NUMERACAO FISCAL POR LOJA. RODA TODO DIA APOS
      *O AC00EX10 E O AC00EX13:
      *- LE OS DOCUMENTOS FISCAIS EMITIDOS NO DIA (DOCFISC) E
      *  CONFERE A SEQUENCIA DE CADA LOJA CONTRA O ULTIMO NUMERO
      *  CONHECIDO, MANTIDO EM DOCCTLANT/DOCCTLHOJE NO MESMO
      *  ESPIRITO DOS SNAPSHOTS DO AC00EX15. NUMERO PULADO SAI EM
      *  DOCLAC COMO LACUNA (L); NUMERO REPETIDO OU ABAIXO DO
      *  ULTIMO SAI COMO FORA DE SEQUENCIA (F). TROCA DE SERIE
      *  REINICIA A SEQUENCIA NO NUMERO 1;
      *- O DOCUMENTO CUJA COMPRA FOI DEVOLVIDA POR INTEIRO NO
      *  PROPRIO DIA (NOTAS DE CREDITO DO AC00EX13, QUE SO CASA
      *  DEVOLUCOES COM O EXTRATO DE COMPRA DO DIA) E CANCELADO E
      *  SAI EM DOCCANC. DEVOLUCAO PARCIAL NAO CANCELA O DOCUMENTO;
      *- NO ULTIMO DIA DO MES SAI O RESUMO MENSAL DA NUMERACAO POR
      *  LOJA (DOCRESUMO) QUE O CONTADOR ENTREGA AO FISCO. SE O
      *  FECHAMENTO DO MES NAO RODOU, O RESUMO PENDENTE SAI NA
      *  PRIMEIRA RODADA DO MES SEGUINTE.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DOCUMENTOS FISCAIS EMITIDOS NO DIA, GRAVADOS PELO AC00EX10
       SELECT DOCFISC   ASSIGN    TO DOCFISC
                      FILE STATUS    IS WRK-FS-DOCFISC.

      *NOTAS DE CREDITO DO DIA, GRAVADAS PELO AC00EX13 (OPCIONAL)
       SELECT NOTACRED  ASSIGN    TO NOTACRED
                      FILE STATUS    IS WRK-FS-NOTACRED.

      *CONTROLE DA NUMERACAO POR LOJA DO CICLO ANTERIOR
       SELECT DOCCTLANT ASSIGN    TO DOCCTLANT
                      FILE STATUS    IS WRK-FS-DOCCTLANT.

      *CONTROLE DA NUMERACAO POR LOJA, PARA O PROXIMO CICLO
       SELECT DOCCTLHOJE ASSIGN   TO DOCCTLHOJE
                      FILE STATUS    IS WRK-FS-DOCCTLHOJE.

      *LACUNAS E NUMEROS FORA DE SEQUENCIA
       SELECT DOCLAC    ASSIGN    TO DOCLAC
                      FILE STATUS    IS WRK-FS-DOCLAC.

      *DOCUMENTOS CANCELADOS POR DEVOLUCAO TOTAL NO DIA
       SELECT DOCCANC   ASSIGN    TO DOCCANC
                      FILE STATUS    IS WRK-FS-DOCCANC.

      *RESUMO MENSAL DA NUMERACAO POR LOJA
       SELECT DOCRESUMO ASSIGN    TO DOCRESUMO
                      FILE STATUS    IS WRK-FS-DOCRESUMO.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  DOCFISC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCFISC-REGISTRO     PIC X(053).

       FD  NOTACRED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-NOTACRED-REGISTRO    PIC X(059).

       FD  DOCCTLANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCCTLANT-REGISTRO   PIC X(103).

       FD  DOCCTLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCCTLHOJE-REGISTRO  PIC X(103).

       FD  DOCLAC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCLAC-REGISTRO      PIC X(040).

       FD  DOCCANC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCCANC-REGISTRO     PIC X(061).

       FD  DOCRESUMO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DOCRESUMO-REGISTRO   PIC X(103).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-DOCFISC        PIC X(002) VALUE SPACES.
           05 WRK-FS-NOTACRED       PIC X(002) VALUE SPACES.
           05 WRK-FS-DOCCTLANT      PIC X(002) VALUE SPACES.
           05 WRK-FS-DOCCTLHOJE     PIC X(002) VALUE SPACES.
           05 WRK-FS-DOCLAC         PIC X(002) VALUE SPACES.
           05 WRK-FS-DOCCANC        PIC X(002) VALUE SPACES.
           05 WRK-FS-DOCRESUMO      PIC X(002) VALUE SPACES.

      *LAYOUT DE DOCFISC - MESMO GRAVADO PELO AC00EX10
       01  WRK-DOCFISC-REGISTRO.
           05 DOCFISC-COD-LOJA        PIC  9(003).
           05 DOCFISC-SERIE           PIC  9(003).
           05 DOCFISC-NUMERO          PIC  9(009).
           05 DOCFISC-COD-COMPRA      PIC  9(005).
           05 DOCFISC-COD-CLIENTE     PIC  9(003).
           05 DOCFISC-DATA            PIC  9(008).
           05 DOCFISC-VALOR-LIQUIDO   PIC  9(009)V99.
           05 DOCFISC-VALOR-IMPOSTO   PIC  9(009)V99.

      *LAYOUT DE NOTACRED - MESMO GRAVADO PELO AC00EX13
       01  WRK-NOTACRED-REGISTRO.
           05 NOTACRED-COD-COMPRA     PIC  9(005).
           05 NOTACRED-COD-CLIENTE    PIC  9(003).
           05 NOTACRED-NOME-PRODUTO   PIC  X(010).
           05 NOTACRED-TIPO-PAGTO     PIC  X(008).
           05 NOTACRED-QUANTIDADE     PIC  9(003).
           05 NOTACRED-VALOR-BRUTO    PIC  9(009)V99.
           05 NOTACRED-VALOR-LIQUIDO  PIC  9(009)V99.
           05 NOTACRED-DATA-COMPRA    PIC  9(008).

      *LAYOUT DO CONTROLE POR LOJA (DOCCTLANT/DOCCTLHOJE) E DO
      *RESUMO MENSAL (DOCRESUMO) - ACUMULADOS DO MES DE REFERENCIA
       01  WRK-DOCCTL-REGISTRO.
           05 DOCCTL-COD-LOJA         PIC  9(003).
           05 DOCCTL-SERIE            PIC  9(003).
           05 DOCCTL-ULT-NUMERO       PIC  9(009).
           05 DOCCTL-MES-REF          PIC  9(006).
           05 DOCCTL-PRIM-NUMERO-MES  PIC  9(009).
           05 DOCCTL-QTD-EMITIDOS     PIC  9(007).
           05 DOCCTL-QTD-CANCELADOS   PIC  9(007).
           05 DOCCTL-QTD-LACUNAS      PIC  9(007).
           05 DOCCTL-VALOR-EMITIDO    PIC  9(011)V99.
           05 DOCCTL-IMPOSTO-EMITIDO  PIC  9(011)V99.
           05 DOCCTL-VALOR-CANCELADO  PIC  9(011)V99.
           05 DOCCTL-IMPOSTO-CANCELADO PIC 9(011)V99.

      *LAYOUT DE DOCLAC - LACUNA OU NUMERO FORA DE SEQUENCIA
       01  WRK-DOCLAC-REGISTRO.
           05 DOCLAC-COD-LOJA         PIC  9(003).
           05 DOCLAC-SERIE            PIC  9(003).
           05 DOCLAC-NUMERO-INICIAL   PIC  9(009).
           05 DOCLAC-NUMERO-FINAL     PIC  9(009).
           05 DOCLAC-QTD-NUMEROS      PIC  9(007).
           05 DOCLAC-DATA             PIC  9(008).
           05 DOCLAC-MOTIVO           PIC  X(001).
               88 DOCLAC-LACUNA           VALUE "L".
               88 DOCLAC-FORA-SEQUENCIA   VALUE "F".

      *LAYOUT DE DOCCANC - DOCUMENTO CANCELADO
       01  WRK-DOCCANC-REGISTRO.
           05 DOCCANC-COD-LOJA        PIC  9(003).
           05 DOCCANC-SERIE           PIC  9(003).
           05 DOCCANC-NUMERO          PIC  9(009).
           05 DOCCANC-COD-COMPRA      PIC  9(005).
           05 DOCCANC-DATA            PIC  9(008).
           05 DOCCANC-VALOR-LIQUIDO   PIC  9(009)V99.
           05 DOCCANC-VALOR-IMPOSTO   PIC  9(009)V99.
           05 DOCCANC-VALOR-DEVOLVIDO PIC  9(009)V99.

      *CONTROLE DA NUMERACAO POR LOJA
       01  WRK-TAB-CTL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CTL-REGISTRO OCCURS 1 TO 200 TIMES
               DEPENDING ON WRK-TAB-CTL-QTDE
               INDEXED BY IDX-CTL.
           05 TAB-CTL-COD-LOJA        PIC 9(003).
           05 TAB-CTL-SERIE           PIC 9(003).
           05 TAB-CTL-ULT-NUMERO      PIC 9(009).
           05 TAB-CTL-MES-REF         PIC 9(006).
           05 TAB-CTL-PRIM-NUMERO-MES PIC 9(009).
           05 TAB-CTL-QTD-EMITIDOS    PIC 9(007).
           05 TAB-CTL-QTD-CANCELADOS  PIC 9(007).
           05 TAB-CTL-QTD-LACUNAS     PIC 9(007).
           05 TAB-CTL-VALOR-EMITIDO   PIC 9(011)V99.
           05 TAB-CTL-IMPOSTO-EMITIDO PIC 9(011)V99.
           05 TAB-CTL-VALOR-CANCELADO PIC 9(011)V99.
           05 TAB-CTL-IMPOSTO-CANCELADO PIC 9(011)V99.

      *VALOR DEVOLVIDO NO DIA POR COMPRA (SOMA DAS NOTAS DE CREDITO)
       01  WRK-TAB-DEV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DEV-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-DEV-QTDE
               INDEXED BY IDX-DEV.
           05 TAB-DEV-COD-COMPRA      PIC 9(005).
           05 TAB-DEV-DATA-COMPRA     PIC 9(008).
           05 TAB-DEV-VALOR-LIQUIDO   PIC 9(009)V99.

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL - FIM DO MES
       01  WRK-DU-OPERACAO          PIC 9(001) VALUE ZEROS.
       01  WRK-DU-DIA               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-MES               PIC 9(002) VALUE ZEROS.
       01  WRK-DU-ANO               PIC 9(004) VALUE ZEROS.
       01  WRK-DU-QTD-DIAS          PIC S9(005) VALUE ZEROS.
       01  WRK-DU-DIA-SEMANA        PIC 9(001) VALUE ZEROS.
       01  WRK-DU-NOME-DIA          PIC X(013) VALUE SPACES.
       01  WRK-DU-AVALIDA           PIC X(001) VALUE SPACES.
       01  WRK-DU-DATA2             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-SIS-R REDEFINES WRK-DATA-SIS.
           05 WRK-SIS-ANO-MES       PIC 9(006).
           05 FILLER REDEFINES WRK-SIS-ANO-MES.
               10 WRK-SIS-ANO       PIC 9(004).
               10 WRK-SIS-MES       PIC 9(002).
           05 WRK-SIS-DIA           PIC 9(002).

      *APOIO A CONFERENCIA DA SEQUENCIA
       01  WRK-NUMERO-ESPERADO      PIC 9(009) VALUE ZEROS.

       01  WRK-SW-FECHAMENTO        PIC 9(001) VALUE ZEROS.
           88 DIA-DE-FECHAMENTO        VALUE 1.
           88 DIA-SEM-FECHAMENTO       VALUE 0.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-DOCFISC      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-NOTACRED     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-DOCCTLANT    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DOCLAC    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DOCCANC   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DOCRESUMO PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DOCCTL    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-NUMEROS-FALTANTES  PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC00EX99-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-DOCFISC = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX99 INICIADO - NUMERACAO FISCAL"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-DEFINIR-FECHAMENTO.
           PERFORM 014-CARREGAR-TABELA-DOCCTLANT.
           PERFORM 015-CARREGAR-TABELA-NOTACRED.

           PERFORM 042-LER-DOCFISC.
           IF WRK-FS-DOCFISC = "10"
              DISPLAY "ARQUIVO DOCFISC VAZIO"
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    DOCFISC.
           IF WRK-FS-DOCFISC NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOCFISC - FS: " WRK-FS-DOCFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOCCTLHOJE.
           IF WRK-FS-DOCCTLHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOCCTLHOJE - FS: "
                      WRK-FS-DOCCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOCLAC.
           IF WRK-FS-DOCLAC NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOCLAC - FS: " WRK-FS-DOCLAC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOCCANC.
           IF WRK-FS-DOCCANC NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOCCANC - FS: " WRK-FS-DOCCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DOCRESUMO.
           IF WRK-FS-DOCRESUMO NOT = ZEROS
              DISPLAY "ERRO ABERTURA DOCRESUMO - FS: "
                      WRK-FS-DOCRESUMO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *O MES FECHA NO ULTIMO DIA DO MES (O DIA SEGUINTE CAI EM
      *OUTRO MES).
       013-DEFINIR-FECHAMENTO.
           SET DIA-SEM-FECHAMENTO TO TRUE.
           MOVE 2           TO WRK-DU-OPERACAO.
           MOVE WRK-SIS-DIA TO WRK-DU-DIA.
           MOVE WRK-SIS-MES TO WRK-DU-MES.
           MOVE WRK-SIS-ANO TO WRK-DU-ANO.
           MOVE 1           TO WRK-DU-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-DU-OPERACAO WRK-DU-DIA
                                  WRK-DU-MES WRK-DU-ANO
                                  WRK-DU-QTD-DIAS
                                  WRK-DU-DIA-SEMANA
                                  WRK-DU-NOME-DIA
                                  WRK-DU-AVALIDA
                                  WRK-DU-DATA2.
           IF WRK-DU-MES NOT = WRK-SIS-MES
              SET DIA-DE-FECHAMENTO TO TRUE
              DISPLAY "FECHAMENTO DO MES: " WRK-SIS-ANO-MES
           END-IF.

      *CARREGA O CONTROLE DO CICLO ANTERIOR. SEM O ARQUIVO
      *(PRIMEIRA RODADA), NENHUMA LOJA TEM NUMERACAO CONHECIDA.
       014-CARREGAR-TABELA-DOCCTLANT.
           OPEN INPUT   DOCCTLANT.
           IF WRK-FS-DOCCTLANT = "35"
              MOVE ZEROS TO WRK-TAB-CTL-QTDE
           ELSE
              IF WRK-FS-DOCCTLANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA DOCCTLANT - FS: "
                         WRK-FS-DOCCTLANT
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-DOCCTLANT
              PERFORM 030-INCLUIR-CONTROLE
                UNTIL WRK-FS-DOCCTLANT = "10"

              CLOSE DOCCTLANT
              IF WRK-FS-DOCCTLANT NOT = "00"
                 DISPLAY "ERRO CLOSE DOCCTLANT - FS: "
                         WRK-FS-DOCCTLANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *SOMA AS NOTAS DE CREDITO DO DIA POR COMPRA. SEM O ARQUIVO,
      *NAO HOUVE DEVOLUCAO NO DIA.
       015-CARREGAR-TABELA-NOTACRED.
           OPEN INPUT   NOTACRED.
           IF WRK-FS-NOTACRED NOT = "35"
              IF WRK-FS-NOTACRED NOT = ZEROS
                 DISPLAY "ERRO ABERTURA NOTACRED - FS: "
                         WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 043-LER-NOTACRED
              PERFORM 032-ACUMULAR-DEVOLUCAO
                UNTIL WRK-FS-NOTACRED = "10"

              CLOSE NOTACRED
              IF WRK-FS-NOTACRED NOT = "00"
                 DISPLAY "ERRO CLOSE NOTACRED - FS: " WRK-FS-NOTACRED
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *UM DOCUMENTO POR ITERACAO: CONFERE A SEQUENCIA DA LOJA,
      *ACUMULA NO MES E VERIFICA O CANCELAMENTO.
       020-PROCESSAR.
           PERFORM 021-BUSCAR-LOJA.
           PERFORM 022-CONFERIR-SEQUENCIA.

           IF TAB-CTL-QTD-EMITIDOS(IDX-CTL) = ZEROS
              MOVE DOCFISC-NUMERO TO TAB-CTL-PRIM-NUMERO-MES(IDX-CTL)
           END-IF.
           ADD 1 TO TAB-CTL-QTD-EMITIDOS(IDX-CTL).
           ADD DOCFISC-VALOR-LIQUIDO TO TAB-CTL-VALOR-EMITIDO(IDX-CTL).
           ADD DOCFISC-VALOR-IMPOSTO
             TO TAB-CTL-IMPOSTO-EMITIDO(IDX-CTL).

           PERFORM 023-VERIFICAR-CANCELAMENTO.
           PERFORM 042-LER-DOCFISC.

      *LOJA AINDA SEM CONTROLE ENTRA NA TABELA NO MES CORRENTE.
       021-BUSCAR-LOJA.
           SET IDX-CTL TO 1.
           SEARCH TAB-CTL-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-CTL-QTDE
                   SET IDX-CTL TO WRK-TAB-CTL-QTDE
                   MOVE DOCFISC-COD-LOJA TO TAB-CTL-COD-LOJA(IDX-CTL)
                   MOVE DOCFISC-SERIE    TO TAB-CTL-SERIE(IDX-CTL)
                   MOVE ZEROS TO TAB-CTL-ULT-NUMERO(IDX-CTL)
                   MOVE WRK-SIS-ANO-MES  TO TAB-CTL-MES-REF(IDX-CTL)
                   PERFORM 033-ZERAR-ACUMULADOS
               WHEN TAB-CTL-COD-LOJA(IDX-CTL) = DOCFISC-COD-LOJA
                   CONTINUE
           END-SEARCH.

      *O NUMERO ESPERADO E O ULTIMO MAIS 1; NA TROCA DE SERIE A
      *SEQUENCIA RECOMECA EM 1.
       022-CONFERIR-SEQUENCIA.
           IF DOCFISC-SERIE NOT = TAB-CTL-SERIE(IDX-CTL)
              MOVE DOCFISC-SERIE TO TAB-CTL-SERIE(IDX-CTL)
              MOVE ZEROS         TO TAB-CTL-ULT-NUMERO(IDX-CTL)
           END-IF.
           COMPUTE WRK-NUMERO-ESPERADO =
               TAB-CTL-ULT-NUMERO(IDX-CTL) + 1.

           MOVE DOCFISC-COD-LOJA TO DOCLAC-COD-LOJA.
           MOVE DOCFISC-SERIE    TO DOCLAC-SERIE.
           MOVE DOCFISC-DATA     TO DOCLAC-DATA.
           EVALUATE TRUE
               WHEN DOCFISC-NUMERO > WRK-NUMERO-ESPERADO
                   MOVE WRK-NUMERO-ESPERADO TO DOCLAC-NUMERO-INICIAL
                   COMPUTE DOCLAC-NUMERO-FINAL = DOCFISC-NUMERO - 1
                   COMPUTE DOCLAC-QTD-NUMEROS =
                       DOCFISC-NUMERO - WRK-NUMERO-ESPERADO
                   SET DOCLAC-LACUNA TO TRUE
                   PERFORM 045-GRAVAR-DOCLAC
                   ADD 1 TO TAB-CTL-QTD-LACUNAS(IDX-CTL)
                   ADD DOCLAC-QTD-NUMEROS TO WRK-CONT-NUMEROS-FALTANTES
                   MOVE DOCFISC-NUMERO
                     TO TAB-CTL-ULT-NUMERO(IDX-CTL)
               WHEN DOCFISC-NUMERO < WRK-NUMERO-ESPERADO
                   MOVE DOCFISC-NUMERO TO DOCLAC-NUMERO-INICIAL
                   MOVE DOCFISC-NUMERO TO DOCLAC-NUMERO-FINAL
                   MOVE 1              TO DOCLAC-QTD-NUMEROS
                   SET DOCLAC-FORA-SEQUENCIA TO TRUE
                   PERFORM 045-GRAVAR-DOCLAC
               WHEN OTHER
                   MOVE DOCFISC-NUMERO
                     TO TAB-CTL-ULT-NUMERO(IDX-CTL)
           END-EVALUATE.

      *COMPRA DEVOLVIDA POR INTEIRO NO PROPRIO DIA CANCELA O
      *DOCUMENTO.
       023-VERIFICAR-CANCELAMENTO.
           SET IDX-DEV TO 1.
           SEARCH TAB-DEV-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-DEV-COD-COMPRA(IDX-DEV) = DOCFISC-COD-COMPRA
                   IF TAB-DEV-DATA-COMPRA(IDX-DEV) = DOCFISC-DATA
                      AND TAB-DEV-VALOR-LIQUIDO(IDX-DEV) >=
                          DOCFISC-VALOR-LIQUIDO
                      PERFORM 034-MOVER-DADOS-DOCCANC
                      PERFORM 046-GRAVAR-DOCCANC
                      ADD 1 TO TAB-CTL-QTD-CANCELADOS(IDX-CTL)
                      ADD DOCFISC-VALOR-LIQUIDO
                        TO TAB-CTL-VALOR-CANCELADO(IDX-CTL)
                      ADD DOCFISC-VALOR-IMPOSTO
                        TO TAB-CTL-IMPOSTO-CANCELADO(IDX-CTL)
                   END-IF
           END-SEARCH.

      *MES DE REFERENCIA ANTERIOR AO CORRENTE E UM FECHAMENTO QUE
      *NAO RODOU: O RESUMO PENDENTE SAI AGORA E O MES E REABERTO.
       030-INCLUIR-CONTROLE.
           ADD 1 TO WRK-TAB-CTL-QTDE.
           SET IDX-CTL TO WRK-TAB-CTL-QTDE.
           MOVE DOCCTL-COD-LOJA        TO TAB-CTL-COD-LOJA(IDX-CTL).
           MOVE DOCCTL-SERIE           TO TAB-CTL-SERIE(IDX-CTL).
           MOVE DOCCTL-ULT-NUMERO      TO TAB-CTL-ULT-NUMERO(IDX-CTL).
           MOVE DOCCTL-MES-REF         TO TAB-CTL-MES-REF(IDX-CTL).
           MOVE DOCCTL-PRIM-NUMERO-MES
             TO TAB-CTL-PRIM-NUMERO-MES(IDX-CTL).
           MOVE DOCCTL-QTD-EMITIDOS    TO TAB-CTL-QTD-EMITIDOS(IDX-CTL).
           MOVE DOCCTL-QTD-CANCELADOS
             TO TAB-CTL-QTD-CANCELADOS(IDX-CTL).
           MOVE DOCCTL-QTD-LACUNAS     TO TAB-CTL-QTD-LACUNAS(IDX-CTL).
           MOVE DOCCTL-VALOR-EMITIDO
             TO TAB-CTL-VALOR-EMITIDO(IDX-CTL).
           MOVE DOCCTL-IMPOSTO-EMITIDO
             TO TAB-CTL-IMPOSTO-EMITIDO(IDX-CTL).
           MOVE DOCCTL-VALOR-CANCELADO
             TO TAB-CTL-VALOR-CANCELADO(IDX-CTL).
           MOVE DOCCTL-IMPOSTO-CANCELADO
             TO TAB-CTL-IMPOSTO-CANCELADO(IDX-CTL).

           IF TAB-CTL-MES-REF(IDX-CTL) < WRK-SIS-ANO-MES
              IF TAB-CTL-MES-REF(IDX-CTL) > ZEROS
                 PERFORM 047-GRAVAR-DOCRESUMO
              END-IF
              MOVE WRK-SIS-ANO-MES TO TAB-CTL-MES-REF(IDX-CTL)
              PERFORM 033-ZERAR-ACUMULADOS
           END-IF.

           PERFORM 041-LER-DOCCTLANT.

       032-ACUMULAR-DEVOLUCAO.
           SET IDX-DEV TO 1.
           SEARCH TAB-DEV-REGISTRO
               AT END
                   ADD 1 TO WRK-TAB-DEV-QTDE
                   MOVE NOTACRED-COD-COMPRA
                     TO TAB-DEV-COD-COMPRA(WRK-TAB-DEV-QTDE)
                   MOVE NOTACRED-DATA-COMPRA
                     TO TAB-DEV-DATA-COMPRA(WRK-TAB-DEV-QTDE)
                   MOVE NOTACRED-VALOR-LIQUIDO
                     TO TAB-DEV-VALOR-LIQUIDO(WRK-TAB-DEV-QTDE)
               WHEN TAB-DEV-COD-COMPRA(IDX-DEV) = NOTACRED-COD-COMPRA
                   ADD NOTACRED-VALOR-LIQUIDO
                     TO TAB-DEV-VALOR-LIQUIDO(IDX-DEV)
           END-SEARCH.
           PERFORM 043-LER-NOTACRED.

       033-ZERAR-ACUMULADOS.
           MOVE ZEROS TO TAB-CTL-PRIM-NUMERO-MES(IDX-CTL)
                         TAB-CTL-QTD-EMITIDOS(IDX-CTL)
                         TAB-CTL-QTD-CANCELADOS(IDX-CTL)
                         TAB-CTL-QTD-LACUNAS(IDX-CTL)
                         TAB-CTL-VALOR-EMITIDO(IDX-CTL)
                         TAB-CTL-IMPOSTO-EMITIDO(IDX-CTL)
                         TAB-CTL-VALOR-CANCELADO(IDX-CTL)
                         TAB-CTL-IMPOSTO-CANCELADO(IDX-CTL).

       034-MOVER-DADOS-DOCCANC.
           MOVE DOCFISC-COD-LOJA      TO DOCCANC-COD-LOJA.
           MOVE DOCFISC-SERIE         TO DOCCANC-SERIE.
           MOVE DOCFISC-NUMERO        TO DOCCANC-NUMERO.
           MOVE DOCFISC-COD-COMPRA    TO DOCCANC-COD-COMPRA.
           MOVE DOCFISC-DATA          TO DOCCANC-DATA.
           MOVE DOCFISC-VALOR-LIQUIDO TO DOCCANC-VALOR-LIQUIDO.
           MOVE DOCFISC-VALOR-IMPOSTO TO DOCCANC-VALOR-IMPOSTO.
           MOVE TAB-DEV-VALOR-LIQUIDO(IDX-DEV)
             TO DOCCANC-VALOR-DEVOLVIDO.

       035-MOVER-DADOS-DOCCTL.
           MOVE TAB-CTL-COD-LOJA(IDX-CTL)        TO DOCCTL-COD-LOJA.
           MOVE TAB-CTL-SERIE(IDX-CTL)           TO DOCCTL-SERIE.
           MOVE TAB-CTL-ULT-NUMERO(IDX-CTL)      TO DOCCTL-ULT-NUMERO.
           MOVE TAB-CTL-MES-REF(IDX-CTL)         TO DOCCTL-MES-REF.
           MOVE TAB-CTL-PRIM-NUMERO-MES(IDX-CTL)
             TO DOCCTL-PRIM-NUMERO-MES.
           MOVE TAB-CTL-QTD-EMITIDOS(IDX-CTL)    TO DOCCTL-QTD-EMITIDOS.
           MOVE TAB-CTL-QTD-CANCELADOS(IDX-CTL)
             TO DOCCTL-QTD-CANCELADOS.
           MOVE TAB-CTL-QTD-LACUNAS(IDX-CTL)     TO DOCCTL-QTD-LACUNAS.
           MOVE TAB-CTL-VALOR-EMITIDO(IDX-CTL)
             TO DOCCTL-VALOR-EMITIDO.
           MOVE TAB-CTL-IMPOSTO-EMITIDO(IDX-CTL)
             TO DOCCTL-IMPOSTO-EMITIDO.
           MOVE TAB-CTL-VALOR-CANCELADO(IDX-CTL)
             TO DOCCTL-VALOR-CANCELADO.
           MOVE TAB-CTL-IMPOSTO-CANCELADO(IDX-CTL)
             TO DOCCTL-IMPOSTO-CANCELADO.

       041-LER-DOCCTLANT.
           READ DOCCTLANT INTO WRK-DOCCTL-REGISTRO.
           IF WRK-FS-DOCCTLANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DOCCTLANT - FS: " WRK-FS-DOCCTLANT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DOCCTLANT = "00"
                ADD 1 TO WRK-CONT-LIDOS-DOCCTLANT
           END-IF.

       042-LER-DOCFISC.
           READ DOCFISC   INTO WRK-DOCFISC-REGISTRO.
           IF WRK-FS-DOCFISC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DOCFISC - FS: " WRK-FS-DOCFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-DOCFISC = "00"
                ADD 1 TO WRK-CONT-LIDOS-DOCFISC
           END-IF.

       043-LER-NOTACRED.
           READ NOTACRED  INTO WRK-NOTACRED-REGISTRO.
           IF WRK-FS-NOTACRED NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA NOTACRED - FS: " WRK-FS-NOTACRED
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-NOTACRED = "00"
                ADD 1 TO WRK-CONT-LIDOS-NOTACRED
           END-IF.

       045-GRAVAR-DOCLAC.
           WRITE FD-DOCLAC-REGISTRO FROM WRK-DOCLAC-REGISTRO.
           IF WRK-FS-DOCLAC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOCLAC - FS: " WRK-FS-DOCLAC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DOCLAC.

       046-GRAVAR-DOCCANC.
           WRITE FD-DOCCANC-REGISTRO FROM WRK-DOCCANC-REGISTRO.
           IF WRK-FS-DOCCANC NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOCCANC - FS: " WRK-FS-DOCCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DOCCANC.

       047-GRAVAR-DOCRESUMO.
           PERFORM 035-MOVER-DADOS-DOCCTL.
           WRITE FD-DOCRESUMO-REGISTRO FROM WRK-DOCCTL-REGISTRO.
           IF WRK-FS-DOCRESUMO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOCRESUMO - FS: "
                      WRK-FS-DOCRESUMO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DOCRESUMO.

       050-FINALIZAR.
           PERFORM 055-FECHAR-CONTROLE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

      *NO FECHAMENTO DO MES SAI O RESUMO DE CADA LOJA E O CONTROLE
      *SEGUE ZERADO, SEM MES DE REFERENCIA - O PRIMEIRO CICLO DO MES
      *SEGUINTE O REABRE. A NUMERACAO (SERIE E ULTIMO NUMERO)
      *CONTINUA DE UM MES PARA O OUTRO.
       055-FECHAR-CONTROLE.
           PERFORM 056-GRAVAR-DOCCTLHOJE
           VARYING IDX-CTL FROM 1 BY 1
           UNTIL IDX-CTL > WRK-TAB-CTL-QTDE.

       056-GRAVAR-DOCCTLHOJE.
           IF DIA-DE-FECHAMENTO
              PERFORM 047-GRAVAR-DOCRESUMO
              MOVE ZEROS TO TAB-CTL-MES-REF(IDX-CTL)
              PERFORM 033-ZERAR-ACUMULADOS
           END-IF.

           PERFORM 035-MOVER-DADOS-DOCCTL.
           WRITE FD-DOCCTLHOJE-REGISTRO FROM WRK-DOCCTL-REGISTRO.
           IF WRK-FS-DOCCTLHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DOCCTLHOJE - FS: "
                      WRK-FS-DOCCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DOCCTL.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos    DOCFISC..: "
                   WRK-CONT-LIDOS-DOCFISC.
           DISPLAY "Quantidade de Registros Lidos    NOTACRED.: "
                   WRK-CONT-LIDOS-NOTACRED.
           DISPLAY "Quantidade de Registros Lidos    DOCCTLANT: "
                   WRK-CONT-LIDOS-DOCCTLANT.
           DISPLAY "Quantidade de Ocorrencias de Sequencia....: "
                   WRK-CONT-GRAVADOS-DOCLAC.
           DISPLAY "Quantidade de Numeros Faltantes...........: "
                   WRK-CONT-NUMEROS-FALTANTES.
           DISPLAY "Quantidade de Documentos Cancelados.......: "
                   WRK-CONT-GRAVADOS-DOCCANC.
           DISPLAY "Quantidade de Registros Gravados DOCRESUMO: "
                   WRK-CONT-GRAVADOS-DOCRESUMO.
           DISPLAY "Quantidade de Registros Gravados DOCCTLHOJE "
                   WRK-CONT-GRAVADOS-DOCCTL.

       052-FECHAR-ARQUIVOS.
           CLOSE DOCFISC.
           IF WRK-FS-DOCFISC NOT = "00"
              DISPLAY "ERRO CLOSE DOCFISC - FS: " WRK-FS-DOCFISC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOCCTLHOJE.
           IF WRK-FS-DOCCTLHOJE NOT = "00"
              DISPLAY "ERRO CLOSE DOCCTLHOJE - FS: "
                      WRK-FS-DOCCTLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOCLAC.
           IF WRK-FS-DOCLAC NOT = "00"
              DISPLAY "ERRO CLOSE DOCLAC - FS: " WRK-FS-DOCLAC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOCCANC.
           IF WRK-FS-DOCCANC NOT = "00"
              DISPLAY "ERRO CLOSE DOCCANC - FS: " WRK-FS-DOCCANC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DOCRESUMO.
           IF WRK-FS-DOCRESUMO NOT = "00"
              DISPLAY "ERRO CLOSE DOCRESUMO - FS: " WRK-FS-DOCRESUMO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX99".
           GOBACK.

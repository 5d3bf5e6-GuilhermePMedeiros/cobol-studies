       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX32.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX32
      *CUSTODIA DE CHEQUES PRE-DATADOS - RODADA DIARIA APOS O
      *AC00EX10 E O AC00EX66.
      *O MESTRE DE CUSTODIA (CUSANT/CUSHOJE) TEM UM REGISTRO POR
      *CHEQUE (COMPRA E SEQUENCIA) COM BANCO, AGENCIA, CONTA,
      *NUMERO, VALOR, DATA BOM PARA, DATA DE DEPOSITO AJUSTADA PARA
      *DIA UTIL (SUBROTINA DATAUTIL) E A SITUACAO: C EM CUSTODIA,
      *E ENVIADO PARA DEPOSITO, R DEVOLVIDO E REAPRESENTADO, I
      *DEVOLVIDO DE NOVO (IRREGULAR), Q REGULARIZADO NO AC00EX66 E
      *L LIQUIDADO. L E Q SAEM DO MESTRE NO RUN SEGUINTE.
      *OS CHEQUES CAPTURADOS NA LOJA (CHQCAPT, OPCIONAL) ENTRAM NA
      *CUSTODIA SE A COMPRA E UMA VENDA EM CHEQUE DO DIA NO BOLCHE;
      *OS DEMAIS VAO PARA O CUSREJ COM O MOTIVO. A SOMA DOS CHEQUES
      *DIFERENTE DO VALOR DA VENDA SAI COMO DIVERGENCIA.
      *AS DEVOLUCOES DO BANCO (CHQDEV, O MESMO LIDO PELO AC00EX66)
      *VOLTAM AO CHEQUE PELA COMPRA E VALOR, E A CARTEIRA GERADA
      *PELO AC00EX66 (CHQHOJE) BAIXA O CHEQUE REGULARIZADO.
      *O CHEQUE ENVIADO OU REAPRESENTADO SEM DEVOLUCAO APOS OS DIAS
      *UTEIS DE COMPENSACAO (PARMCUS) ESTA LIQUIDADO. O CHEQUE EM
      *CUSTODIA COM DATA DE DEPOSITO ATE HOJE VAI PARA O LOTE DE
      *DEPOSITO (DEPCHQ), EM ORDEM DE BANCO COM O TOTAL DE CADA
      *BANCO. O RELATORIO CUSREL TRAZ AS OCORRENCIAS, O LOTE E OS
      *CHEQUES EM CUSTODIA POR FAIXA DE VENCIMENTO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *PARAMETROS DA CUSTODIA (OPCIONAL)
       SELECT PARMCUS  ASSIGN    TO PARMCUS
                      FILE STATUS    IS WRK-FS-PARMCUS.

      *VENDAS DO DIA GERADAS PELO AC00EX10 (OPCIONAL - SEM ELE OS
      *CHEQUES CAPTURADOS SAO REJEITADOS)
       SELECT BOLCHE   ASSIGN    TO BOLCHE
                      FILE STATUS    IS WRK-FS-BOLCHE.

      *CHEQUES CAPTURADOS NA LOJA NO DIA (OPCIONAL)
       SELECT CHQCAPT  ASSIGN    TO CHQCAPT
                      FILE STATUS    IS WRK-FS-CHQCAPT.

      *MESTRE DE CUSTODIA DO RUN ANTERIOR (OPCIONAL NA PRIMEIRA
      *EXECUCAO) E NOVA GERACAO
       SELECT CUSANT   ASSIGN    TO CUSANT
                      FILE STATUS    IS WRK-FS-CUSANT.

       SELECT CUSHOJE  ASSIGN    TO CUSHOJE
                      FILE STATUS    IS WRK-FS-CUSHOJE.

      *CHEQUES DEVOLVIDOS PELO BANCO NO DIA (OPCIONAL)
       SELECT CHQDEV   ASSIGN    TO CHQDEV
                      FILE STATUS    IS WRK-FS-CHQDEV.

      *CARTEIRA DE CHEQUES DEVOLVIDOS GERADA PELO AC00EX66
      *(OPCIONAL)
       SELECT CHQHOJE  ASSIGN    TO CHQHOJE
                      FILE STATUS    IS WRK-FS-CHQHOJE.

      *LOTE DE DEPOSITO DO DIA, POR BANCO
       SELECT DEPCHQ   ASSIGN    TO DEPCHQ
                      FILE STATUS    IS WRK-FS-DEPCHQ.

      *CHEQUES CAPTURADOS REJEITADOS
       SELECT CUSREJ   ASSIGN    TO CUSREJ
                      FILE STATUS    IS WRK-FS-CUSREJ.

      *RELATORIO DA CUSTODIA
       SELECT CUSREL   ASSIGN    TO CUSREL
                      FILE STATUS    IS WRK-FS-CUSREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMCUS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMCUS-REGISTRO     PIC X(008).

       FD  BOLCHE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BOLCHE-REGISTRO      PIC X(059).

       FD  CHQCAPT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CHQCAPT-REGISTRO     PIC X(049).

       FD  CUSANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CUSANT-REGISTRO      PIC X(080).

       FD  CUSHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CUSHOJE-REGISTRO     PIC X(080).

       FD  CHQDEV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CHQDEV-REGISTRO      PIC X(026).

       FD  CHQHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CHQHOJE-REGISTRO     PIC X(030).

       FD  DEPCHQ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DEPCHQ-REGISTRO      PIC X(060).

       FD  CUSREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CUSREJ-REGISTRO      PIC X(079).

       FD  CUSREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CUSREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMCUS        PIC X(002) VALUE SPACES.
           05 WRK-FS-BOLCHE         PIC X(002) VALUE SPACES.
           05 WRK-FS-CHQCAPT        PIC X(002) VALUE SPACES.
           05 WRK-FS-CUSANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-CUSHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CHQDEV         PIC X(002) VALUE SPACES.
           05 WRK-FS-CHQHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-DEPCHQ         PIC X(002) VALUE SPACES.
           05 WRK-FS-CUSREJ         PIC X(002) VALUE SPACES.
           05 WRK-FS-CUSREL         PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMCUS - DIAS UTEIS DE COMPENSACAO DO CHEQUE
      *DEPOSITADO
       01  WRK-PARMCUS-REGISTRO.
           05 PARMCUS-DIAS-COMPENSA PIC 9(002).
           05 FILLER                PIC X(006).

      *LAYOUT DE BOLCHE - MESMO DO AC00EX10
       01  WRK-BOLCHE-REGISTRO.
           05 BOLCHE-COD-COMPRA     PIC 9(005).
           05 BOLCHE-NOME-PRODUTO   PIC X(010).
           05 BOLCHE-TIPO-PAGTO     PIC X(008).
           05 BOLCHE-VALOR          PIC 9(009)V99.
           05 BOLCHE-QUANTIDADE     PIC 9(003).
           05 BOLCHE-VALOR-LIQUIDO  PIC 9(009)V99.
           05 BOLCHE-VALOR-IMPOSTO  PIC 9(009)V99.

      *LAYOUT DE CHQCAPT - UM REGISTRO POR CHEQUE RECEBIDO NA VENDA
       01  WRK-CAPT-REGISTRO.
           05 CAPT-CHAVE.
              07 CAPT-COD-COMPRA    PIC 9(005).
              07 CAPT-SEQ           PIC 9(002).
           05 CAPT-BANCO            PIC 9(003).
           05 CAPT-AGENCIA          PIC 9(004).
           05 CAPT-CONTA            PIC 9(010).
           05 CAPT-NUM-CHEQUE       PIC 9(006).
           05 CAPT-VALOR            PIC 9(009)V99.
           05 CAPT-DATA-BOM-PARA    PIC 9(008).

      *LAYOUT DE CUSREJ - IMAGEM DO CHQCAPT E O MOTIVO
       01  WRK-CUSREJ-REGISTRO.
           05 CUSREJ-CAPTURA        PIC X(049).
           05 CUSREJ-MOTIVO         PIC X(030).

      *LAYOUT DO MESTRE DE CUSTODIA (CUSANT/CUSHOJE)
       01  WRK-CUS-REGISTRO.
           05 CUS-CHAVE.
              07 CUS-COD-COMPRA     PIC 9(005).
              07 CUS-SEQ            PIC 9(002).
           05 CUS-BANCO             PIC 9(003).
           05 CUS-AGENCIA           PIC 9(004).
           05 CUS-CONTA             PIC 9(010).
           05 CUS-NUM-CHEQUE        PIC 9(006).
           05 CUS-VALOR             PIC 9(009)V99.
           05 CUS-DATA-BOM-PARA     PIC 9(008).
           05 CUS-DATA-DEPOSITO     PIC 9(008).
           05 CUS-SITUACAO          PIC X(001).
           05 CUS-MOTIVO            PIC X(002).
           05 CUS-DATA-SITUACAO     PIC 9(008).
           05 CUS-DATA-CAPTURA      PIC 9(008).
           05 FILLER                PIC X(004).

      *LAYOUT DE CHQDEV - MESMO DO AC00EX66
       01  WRK-CHQDEV-REGISTRO.
           05 CHQDEV-COD-COMPRA     PIC 9(005).
           05 CHQDEV-MOTIVO         PIC X(002).
           05 CHQDEV-DATA           PIC 9(008).
           05 CHQDEV-VALOR          PIC 9(009)V99.

      *LAYOUT DA CARTEIRA CHQHOJE - MESMO DO AC00EX66
       01  WRK-CHQ-REGISTRO.
           05 CHQ-COD-COMPRA        PIC 9(005).
           05 CHQ-COD-CLIENTE       PIC 9(003).
           05 CHQ-VALOR             PIC 9(009)V99.
           05 CHQ-MOTIVO            PIC X(002).
           05 CHQ-DATA-DEVOLUCAO    PIC 9(008).
           05 CHQ-STATUS            PIC X(001).
               88 CHQ-REGULARIZADO     VALUE "Q".

      *LAYOUT DE DEPCHQ - D CHEQUE DO LOTE, T TOTAL DO BANCO
       01  WRK-DEP-REGISTRO.
           05 DEP-TIPO              PIC X(001).
           05 DEP-BANCO             PIC 9(003).
           05 DEP-AGENCIA           PIC 9(004).
           05 DEP-CONTA             PIC 9(010).
           05 DEP-NUM-CHEQUE        PIC 9(006).
           05 DEP-VALOR             PIC 9(011)V99.
           05 DEP-COD-COMPRA        PIC 9(005).
           05 DEP-SEQ               PIC 9(002).
           05 DEP-DATA-DEPOSITO     PIC 9(008).
           05 DEP-QTD-CHEQUES       PIC 9(005).
           05 FILLER                PIC X(003) VALUE SPACES.

      *TABELA DO MESTRE DE CUSTODIA, EM ORDEM DE COMPRA E SEQUENCIA
      *- MESMO LAYOUT DO REGISTRO DO MESTRE
       01  WRK-TAB-CUS-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CUS-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-CUS-QTDE
               INDEXED BY IDX-CUS.
           05 TAB-CUS-CHAVE.
              07 TAB-CUS-COD-COMPRA PIC 9(005).
              07 TAB-CUS-SEQ        PIC 9(002).
           05 TAB-CUS-BANCO         PIC 9(003).
           05 TAB-CUS-AGENCIA       PIC 9(004).
           05 TAB-CUS-CONTA         PIC 9(010).
           05 TAB-CUS-NUM-CHEQUE    PIC 9(006).
           05 TAB-CUS-VALOR         PIC 9(009)V99.
           05 TAB-CUS-DATA-BOM-PARA PIC 9(008).
           05 TAB-CUS-DATA-DEPOSITO PIC 9(008).
           05 TAB-CUS-SITUACAO      PIC X(001).
               88 TAB-CUS-EM-CUSTODIA  VALUE "C".
               88 TAB-CUS-ENVIADO      VALUE "E".
               88 TAB-CUS-REAPRESENTADO VALUE "R".
               88 TAB-CUS-IRREGULAR    VALUE "I".
               88 TAB-CUS-REGULARIZADO VALUE "Q".
               88 TAB-CUS-LIQUIDADO    VALUE "L".
           05 TAB-CUS-MOTIVO        PIC X(002).
           05 TAB-CUS-DATA-SITUACAO PIC 9(008).
           05 TAB-CUS-DATA-CAPTURA  PIC 9(008).
           05 FILLER                PIC X(004).

      *VENDAS EM CHEQUE DO DIA (BOLCHE) COM O VALOR DA VENDA E A
      *SOMA DOS CHEQUES CAPTURADOS
       01  WRK-TAB-VCH-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-VCH-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-VCH-QTDE
               INDEXED BY IDX-VCH.
           05 TAB-VCH-COD-COMPRA    PIC 9(005).
           05 TAB-VCH-VALOR-VENDA   PIC 9(009)V99.
           05 TAB-VCH-VALOR-CHEQUES PIC 9(009)V99.

      *CHEQUES DO LOTE DE DEPOSITO, EM ORDEM DE BANCO (POSICAO NA
      *TABELA DO MESTRE)
       01  WRK-TAB-DEP-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DEP-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-DEP-QTDE
               INDEXED BY IDX-DEP.
           05 TAB-DEP-BANCO         PIC 9(003).
           05 TAB-DEP-IND-CUS       PIC 9(004).

      *FAIXAS DO RELATORIO DE CUSTODIA POR VENCIMENTO
       01  WRK-FAIXAS-DESCRICAO.
           05 FILLER                PIC X(040) VALUE
              "EM CUSTODIA - DEPOSITO EM ATE 7 DIAS".
           05 FILLER                PIC X(040) VALUE
              "EM CUSTODIA - DEPOSITO EM 8 A 30 DIAS".
           05 FILLER                PIC X(040) VALUE
              "EM CUSTODIA - DEPOSITO EM 31 A 60 DIAS".
           05 FILLER                PIC X(040) VALUE
              "EM CUSTODIA - DEPOSITO EM 61 A 90 DIAS".
           05 FILLER                PIC X(040) VALUE
              "EM CUSTODIA - DEPOSITO APOS 90 DIAS".
           05 FILLER                PIC X(040) VALUE
              "DEPOSITADOS AGUARDANDO COMPENSACAO".
           05 FILLER                PIC X(040) VALUE
              "DEVOLVIDOS EM REAPRESENTACAO".
           05 FILLER                PIC X(040) VALUE
              "DEVOLVIDOS IRREGULARES".

       01  WRK-FAIXAS-DESCRICAO-R REDEFINES WRK-FAIXAS-DESCRICAO.
           05 WRK-FAIXA-DESCRICAO   PIC X(040) OCCURS 8 TIMES.

       01  WRK-FAIXAS-TOTAIS.
           05 WRK-FAIXA-TOTAL OCCURS 8 TIMES.
              07 WRK-FAIXA-QTD      PIC 9(005).
              07 WRK-FAIXA-VALOR    PIC 9(011)V99.

       01  WRK-IND-FAIXA            PIC 9(001) VALUE ZEROS.
       01  WRK-IND-CUS              PIC 9(004) VALUE ZEROS.
       01  WRK-IND-DEP              PIC 9(004) VALUE ZEROS.
       01  WRK-IND-DESLOCA          PIC 9(004) VALUE ZEROS.
       01  WRK-DIAS-VENCIMENTO      PIC S9(007) VALUE ZEROS.

       01  WRK-MOTIVO-REJEICAO      PIC X(030) VALUE SPACES.
       01  WRK-DATA-DEPOSITO        PIC 9(008) VALUE ZEROS.

      *TOTAL DO BANCO CORRENTE NO LOTE DE DEPOSITO
       01  WRK-BANCO-ATUAL          PIC 9(003) VALUE ZEROS.
       01  WRK-QTD-BANCO            PIC 9(005) VALUE ZEROS.
       01  WRK-VALOR-BANCO          PIC 9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-LOTE           PIC 9(011)V99 VALUE ZEROS.

       01  WRK-SW-CHEQUE            PIC 9(001) VALUE ZEROS.
           88 CHEQUE-ENCONTRADO        VALUE 1.
           88 CHEQUE-AUSENTE           VALUE 0.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-EMISSAO.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

      *DATA DECOMPOSTA PARA A SUBROTINA DATAUTIL
       01  WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

       01  WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC
                                    PIC 9(008).

      *AREA DE CHAMADA DA SUBROTINA DATAUTIL
       01  WRK-CALL-OPERACAO        PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-DIA             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-MES             PIC 9(002) VALUE ZEROS.
       01  WRK-CALL-ANO             PIC 9(004) VALUE ZEROS.
       01  WRK-CALL-QTD-DIAS        PIC S9(005) VALUE ZEROS.
       01  WRK-CALL-DIA-SEMANA      PIC 9(001) VALUE ZEROS.
       01  WRK-CALL-NOME-DIA        PIC X(013) VALUE SPACES.
       01  WRK-CALL-AVALIDA         PIC X(001) VALUE SPACES.
       01  WRK-CALL-DATA2           PIC 9(008) VALUE ZEROS.

      *LINHAS DO RELATORIO CUSREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(041) VALUE
              "CUSTODIA DE CHEQUES PRE-DATADOS - RUN DE".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(029) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(040) VALUE
              "COMPRA SQ BCO CHEQUE EVENTO      DATA   ".
           05 FILLER                PIC X(038) VALUE
              "           VALOR DETALHE".
           05 FILLER                PIC X(002) VALUE SPACES.

       01  WRK-LINHA-SECAO.
           05 SEC-TITULO            PIC X(040).
           05 FILLER                PIC X(040) VALUE SPACES.

       01  WRK-LINHA-DETALHE.
           05 DET-COMPRA            PIC ZZZZZ.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-SEQ               PIC 9(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-BANCO             PIC ZZZ.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-CHEQUE            PIC ZZZZZZ.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-EVENTO            PIC X(011).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-DATA              PIC ZZZZZZZZ.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-DETALHE           PIC X(022).
           05 FILLER                PIC X(002) VALUE SPACES.

      *AGENCIA E CONTA DO CHEQUE NO DETALHE DO LOTE DE DEPOSITO
       01  WRK-DETALHE-CONTA.
           05 FILLER                PIC X(003) VALUE "AG ".
           05 CTA-AGENCIA           PIC 9(004).
           05 FILLER                PIC X(004) VALUE " CC ".
           05 CTA-CONTA             PIC 9(010).
           05 FILLER                PIC X(001) VALUE SPACES.

      *VALOR DA VENDA NO DETALHE DA DIVERGENCIA
       01  WRK-DETALHE-VENDA.
           05 FILLER                PIC X(006) VALUE "VENDA ".
           05 DVD-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(002) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO         PIC X(040).
           05 TOT-QTD               PIC ZZ.ZZ9.
           05 FILLER                PIC X(034) VALUE SPACES.

       01  WRK-LINHA-TOTAL-VALOR.
           05 TOTV-DESCRICAO        PIC X(040).
           05 TOTV-QTD              PIC ZZ.ZZ9.
           05 FILLER                PIC X(003) VALUE SPACES.
           05 TOTV-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(014) VALUE SPACES.

       01  WRK-DESCRICAO-BANCO.
           05 FILLER                PIC X(015) VALUE
              "TOTAL DO BANCO ".
           05 DBC-BANCO             PIC 9(003).
           05 FILLER                PIC X(022) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CUSANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-BAIXADOS-CUSANT    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-BOLCHE       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CHQCAPT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CHQDEV       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CHQHOJE      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-INCLUIDOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DIVERGENTES        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEVOLVIDOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-IRREGULARES        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEV-SEM-CUSTODIA   PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REGULARIZADOS      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIQUIDADOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DEPOSITADOS        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CUSREJ    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-DEPCHQ    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CUSHOJE   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX32-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             VARYING WRK-IND-CUS FROM 1 BY 1
               UNTIL WRK-IND-CUS > WRK-TAB-CUS-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX32 INICIADO - CUSTODIA DE CHEQUES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SIS TO WRK-DATA-EMISSAO.
           INITIALIZE WRK-FAIXAS-TOTAIS.
           PERFORM 011-CARREGAR-PARMCUS.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-CUSANT.
           PERFORM 014-CARREGAR-BOLCHE.
           PERFORM 015-CARREGAR-CHQCAPT.
           PERFORM 018-CONFERIR-VENDA
             VARYING IDX-VCH FROM 1 BY 1
               UNTIL IDX-VCH > WRK-TAB-VCH-QTDE.
           PERFORM 016-CARREGAR-CHQDEV.
           PERFORM 017-CARREGAR-CHQHOJE.

      *DIAS UTEIS DE COMPENSACAO. SEM O PARAMETRO, 2 DIAS.
       011-CARREGAR-PARMCUS.
           OPEN INPUT   PARMCUS.
           IF WRK-FS-PARMCUS = "35"
              MOVE 2 TO PARMCUS-DIAS-COMPENSA
           ELSE
              IF WRK-FS-PARMCUS NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMCUS - FS: "
                         WRK-FS-PARMCUS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMCUS INTO WRK-PARMCUS-REGISTRO
              IF WRK-FS-PARMCUS NOT = "00"
                 DISPLAY "ERRO LEITURA PARMCUS - FS: "
                         WRK-FS-PARMCUS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMCUS
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN OUTPUT   CUSHOJE.
           IF WRK-FS-CUSHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CUSHOJE - FS: " WRK-FS-CUSHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   DEPCHQ.
           IF WRK-FS-DEPCHQ NOT = ZEROS
              DISPLAY "ERRO ABERTURA DEPCHQ - FS: " WRK-FS-DEPCHQ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CUSREJ.
           IF WRK-FS-CUSREJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA CUSREJ - FS: " WRK-FS-CUSREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CUSREL.
           IF WRK-FS-CUSREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA CUSREL - FS: " WRK-FS-CUSREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE WRK-DE-DIA TO CAB1-DIA.
           MOVE WRK-DE-MES TO CAB1-MES.
           MOVE WRK-DE-ANO TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE WRK-LINHA-TRACO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE WRK-LINHA-CAB2  TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE WRK-LINHA-TRACO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.

      *MESTRE DE CUSTODIA, JA EM ORDEM DE COMPRA E SEQUENCIA.
       013-CARREGAR-CUSANT.
           OPEN INPUT   CUSANT.
           IF WRK-FS-CUSANT = "35"
              MOVE ZEROS TO WRK-TAB-CUS-QTDE
           ELSE
              IF WRK-FS-CUSANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CUSANT - FS: " WRK-FS-CUSANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-CUSANT
              PERFORM 030-MOVER-DADOS-TAB-CUS
                UNTIL WRK-FS-CUSANT = "10"
              CLOSE CUSANT
              IF WRK-FS-CUSANT NOT = "00"
                 DISPLAY "ERRO CLOSE CUSANT - FS: " WRK-FS-CUSANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *VENDAS EM CHEQUE DO DIA, SOMANDO O VALOR LIQUIDO DAS LINHAS
      *DE CADA COMPRA.
       014-CARREGAR-BOLCHE.
           OPEN INPUT   BOLCHE.
           IF WRK-FS-BOLCHE = "35"
              DISPLAY "BOLCHE NAO INFORMADO - CAPTURAS REJEITADAS"
              MOVE ZEROS TO WRK-TAB-VCH-QTDE
           ELSE
              IF WRK-FS-BOLCHE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA BOLCHE - FS: " WRK-FS-BOLCHE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-BOLCHE
              PERFORM 031-MOVER-DADOS-TAB-VCH
                UNTIL WRK-FS-BOLCHE = "10"
              CLOSE BOLCHE
              IF WRK-FS-BOLCHE NOT = "00"
                 DISPLAY "ERRO CLOSE BOLCHE - FS: " WRK-FS-BOLCHE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       015-CARREGAR-CHQCAPT.
           OPEN INPUT   CHQCAPT.
           IF WRK-FS-CHQCAPT = "35"
              CONTINUE
           ELSE
              IF WRK-FS-CHQCAPT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CHQCAPT - FS: "
                         WRK-FS-CHQCAPT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-CHQCAPT
              PERFORM 032-INCLUIR-CHEQUE
                UNTIL WRK-FS-CHQCAPT = "10"
              CLOSE CHQCAPT
              IF WRK-FS-CHQCAPT NOT = "00"
                 DISPLAY "ERRO CLOSE CHQCAPT - FS: " WRK-FS-CHQCAPT
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       016-CARREGAR-CHQDEV.
           OPEN INPUT   CHQDEV.
           IF WRK-FS-CHQDEV = "35"
              CONTINUE
           ELSE
              IF WRK-FS-CHQDEV NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CHQDEV - FS: " WRK-FS-CHQDEV
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-CHQDEV
              PERFORM 033-APLICAR-DEVOLUCAO
                UNTIL WRK-FS-CHQDEV = "10"
              CLOSE CHQDEV
              IF WRK-FS-CHQDEV NOT = "00"
                 DISPLAY "ERRO CLOSE CHQDEV - FS: " WRK-FS-CHQDEV
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       017-CARREGAR-CHQHOJE.
           OPEN INPUT   CHQHOJE.
           IF WRK-FS-CHQHOJE = "35"
              CONTINUE
           ELSE
              IF WRK-FS-CHQHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CHQHOJE - FS: "
                         WRK-FS-CHQHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 047-LER-CHQHOJE
              PERFORM 034-APLICAR-CARTEIRA
                UNTIL WRK-FS-CHQHOJE = "10"
              CLOSE CHQHOJE
              IF WRK-FS-CHQHOJE NOT = "00"
                 DISPLAY "ERRO CLOSE CHQHOJE - FS: " WRK-FS-CHQHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *VENDA EM CHEQUE COM CHEQUES CAPTURADOS CUJA SOMA NAO BATE
      *COM O VALOR DA VENDA.
       018-CONFERIR-VENDA.
           IF TAB-VCH-VALOR-CHEQUES(IDX-VCH) > ZEROS AND
              TAB-VCH-VALOR-CHEQUES(IDX-VCH) NOT =
              TAB-VCH-VALOR-VENDA(IDX-VCH)
              ADD 1 TO WRK-CONT-DIVERGENTES
              PERFORM 064-LIMPAR-DETALHE
              MOVE TAB-VCH-COD-COMPRA(IDX-VCH)  TO DET-COMPRA
              MOVE "DIVERGENCIA"                TO DET-EVENTO
              MOVE WRK-DATA-SIS                 TO DET-DATA
              MOVE TAB-VCH-VALOR-CHEQUES(IDX-VCH) TO DET-VALOR
              MOVE TAB-VCH-VALOR-VENDA(IDX-VCH) TO DVD-VALOR
              MOVE WRK-DETALHE-VENDA            TO DET-DETALHE
              PERFORM 062-GRAVAR-DETALHE
           END-IF.

      *SITUACAO DO CHEQUE NO DIA: O ENVIADO OU REAPRESENTADO QUE
      *PASSOU DA COMPENSACAO SEM DEVOLUCAO ESTA LIQUIDADO; O EM
      *CUSTODIA COM DATA DE DEPOSITO ATE HOJE ENTRA NO LOTE; OS
      *DEMAIS SAO SOMADOS NA FAIXA DE VENCIMENTO.
       020-PROCESSAR.
           SET IDX-CUS TO WRK-IND-CUS.
           IF TAB-CUS-ENVIADO(IDX-CUS) OR
              TAB-CUS-REAPRESENTADO(IDX-CUS)
              PERFORM 021-VERIFICAR-COMPENSACAO
           END-IF.
           IF TAB-CUS-EM-CUSTODIA(IDX-CUS) AND
              TAB-CUS-DATA-DEPOSITO(IDX-CUS) <= WRK-DATA-SIS
              PERFORM 022-INCLUIR-LOTE-DEPOSITO
           END-IF.
           PERFORM 023-SOMAR-FAIXA.

       021-VERIFICAR-COMPENSACAO.
           MOVE TAB-CUS-DATA-SITUACAO(IDX-CUS) TO WRK-DATA-CALC-R.
           MOVE 4             TO WRK-CALL-OPERACAO.
           MOVE WRK-DATA-SIS  TO WRK-CALL-DATA2.
           PERFORM 038-CHAMAR-DATAUTIL.
           IF WRK-CALL-QTD-DIAS >= PARMCUS-DIAS-COMPENSA
              SET TAB-CUS-LIQUIDADO(IDX-CUS) TO TRUE
              MOVE WRK-DATA-SIS TO TAB-CUS-DATA-SITUACAO(IDX-CUS)
              ADD 1 TO WRK-CONT-LIQUIDADOS
              PERFORM 064-LIMPAR-DETALHE
              MOVE "LIQUIDADO"  TO DET-EVENTO
              MOVE WRK-DATA-SIS TO DET-DATA
              MOVE "COMPENSADO" TO DET-DETALHE
              PERFORM 061-GRAVAR-EVENTO
           END-IF.

      *INCLUI O CHEQUE NO LOTE DEPOIS DOS JA INCLUIDOS DO MESMO
      *BANCO, PARA O LOTE SAIR EM ORDEM DE BANCO.
       022-INCLUIR-LOTE-DEPOSITO.
           MOVE WRK-TAB-DEP-QTDE TO WRK-IND-DEP.
           ADD 1 TO WRK-IND-DEP.
           SET IDX-DEP TO 1.
           SEARCH TAB-DEP-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-DEP-BANCO(IDX-DEP) > TAB-CUS-BANCO(IDX-CUS)
                   SET WRK-IND-DEP TO IDX-DEP
           END-SEARCH.
           ADD 1 TO WRK-TAB-DEP-QTDE.
           PERFORM 026-DESLOCAR-LOTE
             VARYING WRK-IND-DESLOCA FROM WRK-TAB-DEP-QTDE BY -1
               UNTIL WRK-IND-DESLOCA <= WRK-IND-DEP.
           MOVE TAB-CUS-BANCO(IDX-CUS) TO TAB-DEP-BANCO(WRK-IND-DEP).
           MOVE WRK-IND-CUS          TO TAB-DEP-IND-CUS(WRK-IND-DEP).

           SET TAB-CUS-ENVIADO(IDX-CUS) TO TRUE.
           MOVE WRK-DATA-SIS TO TAB-CUS-DATA-SITUACAO(IDX-CUS).
           ADD 1 TO WRK-CONT-DEPOSITADOS.

      *FAIXA DO CHEQUE EM CUSTODIA PELOS DIAS ATE O DEPOSITO, OU A
      *DA SITUACAO DO CHEQUE JA DEPOSITADO OU DEVOLVIDO.
       023-SOMAR-FAIXA.
           MOVE ZEROS TO WRK-IND-FAIXA.
           EVALUATE TRUE
               WHEN TAB-CUS-EM-CUSTODIA(IDX-CUS)
                   COMPUTE WRK-DIAS-VENCIMENTO =
                       FUNCTION INTEGER-OF-DATE
                           (TAB-CUS-DATA-DEPOSITO(IDX-CUS)) -
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-SIS)
                   EVALUATE TRUE
                       WHEN WRK-DIAS-VENCIMENTO <= 7
                           MOVE 1 TO WRK-IND-FAIXA
                       WHEN WRK-DIAS-VENCIMENTO <= 30
                           MOVE 2 TO WRK-IND-FAIXA
                       WHEN WRK-DIAS-VENCIMENTO <= 60
                           MOVE 3 TO WRK-IND-FAIXA
                       WHEN WRK-DIAS-VENCIMENTO <= 90
                           MOVE 4 TO WRK-IND-FAIXA
                       WHEN OTHER
                           MOVE 5 TO WRK-IND-FAIXA
                   END-EVALUATE
               WHEN TAB-CUS-ENVIADO(IDX-CUS)
                   MOVE 6 TO WRK-IND-FAIXA
               WHEN TAB-CUS-REAPRESENTADO(IDX-CUS)
                   MOVE 7 TO WRK-IND-FAIXA
               WHEN TAB-CUS-IRREGULAR(IDX-CUS)
                   MOVE 8 TO WRK-IND-FAIXA
           END-EVALUATE.
           IF WRK-IND-FAIXA > ZEROS
              ADD 1 TO WRK-FAIXA-QTD(WRK-IND-FAIXA)
              ADD TAB-CUS-VALOR(IDX-CUS)
                TO WRK-FAIXA-VALOR(WRK-IND-FAIXA)
           END-IF.

      *PROCURA O CHEQUE CAPTURADO NO MESTRE.
       024-LOCALIZAR-CHEQUE.
           SET CHEQUE-AUSENTE TO TRUE.
           SET IDX-CUS TO 1.
           SEARCH TAB-CUS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CUS-CHAVE(IDX-CUS) = CAPT-CHAVE
                   SET CHEQUE-ENCONTRADO TO TRUE
           END-SEARCH.

      *INCLUI O CHEQUE NA POSICAO DA CHAVE, DESLOCANDO OS DE CHAVE
      *MAIOR, PARA O MESTRE CONTINUAR EM ORDEM.
       025-INCLUIR-CUSTODIA.
           IF WRK-TAB-CUS-QTDE = 9999
              DISPLAY "TABELA DE CUSTODIA CHEIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-TAB-CUS-QTDE TO WRK-IND-CUS.
           ADD 1 TO WRK-IND-CUS.
           SET IDX-CUS TO 1.
           SEARCH TAB-CUS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CUS-CHAVE(IDX-CUS) > CAPT-CHAVE
                   SET WRK-IND-CUS TO IDX-CUS
           END-SEARCH.
           ADD 1 TO WRK-TAB-CUS-QTDE.
           PERFORM 027-DESLOCAR-CUSTODIA
             VARYING WRK-IND-DESLOCA FROM WRK-TAB-CUS-QTDE BY -1
               UNTIL WRK-IND-DESLOCA <= WRK-IND-CUS.

           SET IDX-CUS TO WRK-IND-CUS.
           MOVE SPACES             TO TAB-CUS-REGISTRO(IDX-CUS).
           MOVE CAPT-CHAVE         TO TAB-CUS-CHAVE(IDX-CUS).
           MOVE CAPT-BANCO         TO TAB-CUS-BANCO(IDX-CUS).
           MOVE CAPT-AGENCIA       TO TAB-CUS-AGENCIA(IDX-CUS).
           MOVE CAPT-CONTA         TO TAB-CUS-CONTA(IDX-CUS).
           MOVE CAPT-NUM-CHEQUE    TO TAB-CUS-NUM-CHEQUE(IDX-CUS).
           MOVE CAPT-VALOR         TO TAB-CUS-VALOR(IDX-CUS).
           MOVE CAPT-DATA-BOM-PARA TO TAB-CUS-DATA-BOM-PARA(IDX-CUS).
           MOVE WRK-DATA-DEPOSITO  TO TAB-CUS-DATA-DEPOSITO(IDX-CUS).
           SET TAB-CUS-EM-CUSTODIA(IDX-CUS) TO TRUE.
           MOVE WRK-DATA-SIS       TO TAB-CUS-DATA-SITUACAO(IDX-CUS)
                                      TAB-CUS-DATA-CAPTURA(IDX-CUS).

       026-DESLOCAR-LOTE.
           MOVE TAB-DEP-REGISTRO(WRK-IND-DESLOCA - 1)
             TO TAB-DEP-REGISTRO(WRK-IND-DESLOCA).

       027-DESLOCAR-CUSTODIA.
           MOVE TAB-CUS-REGISTRO(WRK-IND-DESLOCA - 1)
             TO TAB-CUS-REGISTRO(WRK-IND-DESLOCA).

      *O LIQUIDADO E O REGULARIZADO FICAM NO MESTRE SO NO RUN EM
      *QUE MUDARAM DE SITUACAO.
       030-MOVER-DADOS-TAB-CUS.
           ADD 1 TO WRK-CONT-LIDOS-CUSANT.
           IF CUS-SITUACAO = "L" OR "Q"
              ADD 1 TO WRK-CONT-BAIXADOS-CUSANT
           ELSE
              IF WRK-TAB-CUS-QTDE = 9999
                 DISPLAY "TABELA DE CUSTODIA CHEIA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-CUS-QTDE
              MOVE WRK-CUS-REGISTRO
                TO TAB-CUS-REGISTRO(WRK-TAB-CUS-QTDE)
           END-IF.
           PERFORM 043-LER-CUSANT.

       031-MOVER-DADOS-TAB-VCH.
           IF BOLCHE-TIPO-PAGTO = "CHEQUE  "
              SET IDX-VCH TO 1
              SEARCH TAB-VCH-REGISTRO
                  AT END
                      IF WRK-TAB-VCH-QTDE = 9999
                         DISPLAY "TABELA DE VENDAS EM CHEQUE CHEIA"
                         PERFORM 999-ROTINA-ABEND
                      END-IF
                      ADD 1 TO WRK-TAB-VCH-QTDE
                      SET IDX-VCH TO WRK-TAB-VCH-QTDE
                      MOVE BOLCHE-COD-COMPRA
                        TO TAB-VCH-COD-COMPRA(IDX-VCH)
                      MOVE ZEROS TO TAB-VCH-VALOR-VENDA(IDX-VCH)
                                    TAB-VCH-VALOR-CHEQUES(IDX-VCH)
                  WHEN TAB-VCH-COD-COMPRA(IDX-VCH) =
                       BOLCHE-COD-COMPRA
                      CONTINUE
              END-SEARCH
              ADD BOLCHE-VALOR-LIQUIDO TO TAB-VCH-VALOR-VENDA(IDX-VCH)
           END-IF.
           PERFORM 044-LER-BOLCHE.

      *CHEQUE CAPTURADO NA LOJA: VALIDA, AJUSTA A DATA DE DEPOSITO
      *PARA DIA UTIL E INCLUI NA CUSTODIA; O REJEITADO VAI PARA O
      *CUSREJ E SAI NO RELATORIO COM O MOTIVO.
       032-INCLUIR-CHEQUE.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           SET IDX-VCH TO 1.
           SEARCH TAB-VCH-REGISTRO
               AT END
                   MOVE "SEM VENDA EM CHEQUE"
                     TO WRK-MOTIVO-REJEICAO
               WHEN TAB-VCH-COD-COMPRA(IDX-VCH) = CAPT-COD-COMPRA
                   CONTINUE
           END-SEARCH.
           IF WRK-MOTIVO-REJEICAO = SPACES
              PERFORM 035-VALIDAR-CAPTURA
           END-IF.

           PERFORM 064-LIMPAR-DETALHE.
           IF WRK-MOTIVO-REJEICAO = SPACES
              PERFORM 025-INCLUIR-CUSTODIA
              ADD CAPT-VALOR TO TAB-VCH-VALOR-CHEQUES(IDX-VCH)
              ADD 1 TO WRK-CONT-INCLUIDOS
              MOVE "CUSTODIA"        TO DET-EVENTO
              MOVE WRK-DATA-DEPOSITO TO DET-DATA
              MOVE "DATA DEPOSITO"   TO DET-DETALHE
           ELSE
              MOVE WRK-CAPT-REGISTRO   TO CUSREJ-CAPTURA
              MOVE WRK-MOTIVO-REJEICAO TO CUSREJ-MOTIVO
              PERFORM 060-GRAVAR-CUSREJ
              MOVE "REJEITADO"         TO DET-EVENTO
              MOVE CAPT-DATA-BOM-PARA  TO DET-DATA
              MOVE WRK-MOTIVO-REJEICAO TO DET-DETALHE
           END-IF.
           MOVE CAPT-COD-COMPRA TO DET-COMPRA.
           MOVE CAPT-SEQ        TO DET-SEQ.
           MOVE CAPT-BANCO      TO DET-BANCO.
           MOVE CAPT-NUM-CHEQUE TO DET-CHEQUE.
           MOVE CAPT-VALOR      TO DET-VALOR.
           PERFORM 062-GRAVAR-DETALHE.
           PERFORM 045-LER-CHQCAPT.

      *DEVOLUCAO DO BANCO: O CHQDEV NAO TEM O NUMERO DO CHEQUE E A
      *DEVOLUCAO VOLTA AO CHEQUE DEPOSITADO DA COMPRA COM O MESMO
      *VALOR. COMO NO AC00EX66, A PRIMEIRA DEVOLUCAO E REAPRESENTADA
      *E A SEGUNDA TORNA O CHEQUE IRREGULAR.
       033-APLICAR-DEVOLUCAO.
           SET CHEQUE-AUSENTE TO TRUE.
           SET IDX-CUS TO 1.
           SEARCH TAB-CUS-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CUS-COD-COMPRA(IDX-CUS) = CHQDEV-COD-COMPRA
                AND TAB-CUS-VALOR(IDX-CUS) = CHQDEV-VALOR
                AND (TAB-CUS-ENVIADO(IDX-CUS) OR
                     TAB-CUS-REAPRESENTADO(IDX-CUS))
                   SET CHEQUE-ENCONTRADO TO TRUE
           END-SEARCH.

           PERFORM 064-LIMPAR-DETALHE.
           IF CHEQUE-ENCONTRADO
              IF TAB-CUS-REAPRESENTADO(IDX-CUS)
                 SET TAB-CUS-IRREGULAR(IDX-CUS) TO TRUE
                 ADD 1 TO WRK-CONT-IRREGULARES
                 MOVE "IRREGULAR"  TO DET-EVENTO
                 MOVE "SEGUNDA DEVOLUCAO"   TO DET-DETALHE
              ELSE
                 SET TAB-CUS-REAPRESENTADO(IDX-CUS) TO TRUE
                 ADD 1 TO WRK-CONT-DEVOLVIDOS
                 MOVE "DEVOLVIDO"  TO DET-EVENTO
                 MOVE "REAPRESENTADO"       TO DET-DETALHE
              END-IF
              MOVE CHQDEV-MOTIVO TO TAB-CUS-MOTIVO(IDX-CUS)
              MOVE CHQDEV-DATA   TO TAB-CUS-DATA-SITUACAO(IDX-CUS)
              MOVE CHQDEV-DATA   TO DET-DATA
              PERFORM 061-GRAVAR-EVENTO
           ELSE
              ADD 1 TO WRK-CONT-DEV-SEM-CUSTODIA
              MOVE CHQDEV-COD-COMPRA TO DET-COMPRA
              MOVE "DEVOLVIDO"       TO DET-EVENTO
              MOVE CHQDEV-DATA       TO DET-DATA
              MOVE CHQDEV-VALOR      TO DET-VALOR
              MOVE "CHEQUE SEM CUSTODIA"    TO DET-DETALHE
              PERFORM 062-GRAVAR-DETALHE
           END-IF.
           PERFORM 046-LER-CHQDEV.

      *COMPRA REGULARIZADA NA CARTEIRA DO AC00EX66: OS CHEQUES
      *DEVOLVIDOS DA COMPRA SAEM DA CUSTODIA.
       034-APLICAR-CARTEIRA.
           IF CHQ-REGULARIZADO
              PERFORM 036-REGULARIZAR-CHEQUE
                VARYING WRK-IND-CUS FROM 1 BY 1
                  UNTIL WRK-IND-CUS > WRK-TAB-CUS-QTDE
           END-IF.
           PERFORM 047-LER-CHQHOJE.

       035-VALIDAR-CAPTURA.
           PERFORM 024-LOCALIZAR-CHEQUE.
           EVALUATE TRUE
               WHEN CHEQUE-ENCONTRADO
                   MOVE "CHEQUE JA EM CUSTODIA"
                     TO WRK-MOTIVO-REJEICAO
               WHEN CAPT-VALOR = ZEROS
                   MOVE "VALOR DO CHEQUE ZERADO"
                     TO WRK-MOTIVO-REJEICAO
               WHEN CAPT-BANCO = ZEROS OR CAPT-NUM-CHEQUE = ZEROS
                   MOVE "BANCO OU NUMERO ZERADO"
                     TO WRK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE CAPT-DATA-BOM-PARA TO WRK-DATA-CALC-R
                   MOVE 3 TO WRK-CALL-OPERACAO
                   PERFORM 038-CHAMAR-DATAUTIL
                   IF WRK-CALL-AVALIDA = "N"
                      MOVE "DATA BOM PARA INVALIDA"
                        TO WRK-MOTIVO-REJEICAO
                   ELSE
                      MOVE WRK-DATA-CALC-R TO WRK-DATA-DEPOSITO
                   END-IF
           END-EVALUATE.

       036-REGULARIZAR-CHEQUE.
           SET IDX-CUS TO WRK-IND-CUS.
           IF TAB-CUS-COD-COMPRA(IDX-CUS) = CHQ-COD-COMPRA AND
              (TAB-CUS-REAPRESENTADO(IDX-CUS) OR
               TAB-CUS-IRREGULAR(IDX-CUS))
              SET TAB-CUS-REGULARIZADO(IDX-CUS) TO TRUE
              MOVE WRK-DATA-SIS TO TAB-CUS-DATA-SITUACAO(IDX-CUS)
              ADD 1 TO WRK-CONT-REGULARIZADOS
              PERFORM 064-LIMPAR-DETALHE
              MOVE "REGULARIZ."  TO DET-EVENTO
              MOVE WRK-DATA-SIS  TO DET-DATA
              MOVE "PAGO - DEVOLVER CHEQUE" TO DET-DETALHE
              PERFORM 061-GRAVAR-EVENTO
           END-IF.

      *CHAMA A DATAUTIL COM A DATA DE WRK-DATA-CALC E DEVOLVE O
      *RESULTADO NELA.
       038-CHAMAR-DATAUTIL.
           MOVE WRK-CALC-DIA TO WRK-CALL-DIA.
           MOVE WRK-CALC-MES TO WRK-CALL-MES.
           MOVE WRK-CALC-ANO TO WRK-CALL-ANO.
           MOVE ZEROS        TO WRK-CALL-QTD-DIAS.
           CALL 'DATAUTIL' USING WRK-CALL-OPERACAO WRK-CALL-DIA
                                  WRK-CALL-MES WRK-CALL-ANO
                                  WRK-CALL-QTD-DIAS
                                  WRK-CALL-DIA-SEMANA
                                  WRK-CALL-NOME-DIA
                                  WRK-CALL-AVALIDA
                                  WRK-CALL-DATA2.
           MOVE WRK-CALL-ANO TO WRK-CALC-ANO.
           MOVE WRK-CALL-MES TO WRK-CALC-MES.
           MOVE WRK-CALL-DIA TO WRK-CALC-DIA.

       043-LER-CUSANT.
           READ CUSANT INTO WRK-CUS-REGISTRO.
           IF WRK-FS-CUSANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CUSANT - FS: " WRK-FS-CUSANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-BOLCHE.
           READ BOLCHE INTO WRK-BOLCHE-REGISTRO.
           IF WRK-FS-BOLCHE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BOLCHE - FS: " WRK-FS-BOLCHE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BOLCHE = "00"
              ADD 1 TO WRK-CONT-LIDOS-BOLCHE
           END-IF.

       045-LER-CHQCAPT.
           READ CHQCAPT INTO WRK-CAPT-REGISTRO.
           IF WRK-FS-CHQCAPT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CHQCAPT - FS: " WRK-FS-CHQCAPT
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CHQCAPT = "00"
              ADD 1 TO WRK-CONT-LIDOS-CHQCAPT
           END-IF.

       046-LER-CHQDEV.
           READ CHQDEV INTO WRK-CHQDEV-REGISTRO.
           IF WRK-FS-CHQDEV NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CHQDEV - FS: " WRK-FS-CHQDEV
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CHQDEV = "00"
              ADD 1 TO WRK-CONT-LIDOS-CHQDEV
           END-IF.

       047-LER-CHQHOJE.
           READ CHQHOJE INTO WRK-CHQ-REGISTRO.
           IF WRK-FS-CHQHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CHQHOJE - FS: " WRK-FS-CHQHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CHQHOJE = "00"
              ADD 1 TO WRK-CONT-LIDOS-CHQHOJE
           END-IF.

       050-FINALIZAR.
           PERFORM 053-GRAVAR-LOTE-DEPOSITO.
           PERFORM 055-GRAVAR-CUSHOJE
             VARYING IDX-CUS FROM 1 BY 1
               UNTIL IDX-CUS > WRK-TAB-CUS-QTDE.
           PERFORM 056-GRAVAR-FAIXAS.
           PERFORM 057-GRAVAR-TOTAIS-CUSREL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CUSANT......: "
                   WRK-CONT-LIDOS-CUSANT.
           DISPLAY "Quantidade de Baixados do Run Anterior....: "
                   WRK-CONT-BAIXADOS-CUSANT.
           DISPLAY "Quantidade de Registros Lidos BOLCHE......: "
                   WRK-CONT-LIDOS-BOLCHE.
           DISPLAY "Quantidade de Registros Lidos CHQCAPT.....: "
                   WRK-CONT-LIDOS-CHQCAPT.
           DISPLAY "Quantidade de Registros Lidos CHQDEV......: "
                   WRK-CONT-LIDOS-CHQDEV.
           DISPLAY "Quantidade de Registros Lidos CHQHOJE.....: "
                   WRK-CONT-LIDOS-CHQHOJE.
           DISPLAY "Quantidade de Cheques Incluidos...........: "
                   WRK-CONT-INCLUIDOS.
           DISPLAY "Quantidade de Vendas com Divergencia......: "
                   WRK-CONT-DIVERGENTES.
           DISPLAY "Quantidade de Cheques Depositados.........: "
                   WRK-CONT-DEPOSITADOS.
           DISPLAY "Quantidade de Cheques Liquidados..........: "
                   WRK-CONT-LIQUIDADOS.
           DISPLAY "Quantidade de Cheques Devolvidos..........: "
                   WRK-CONT-DEVOLVIDOS.
           DISPLAY "Quantidade de Cheques Irregulares.........: "
                   WRK-CONT-IRREGULARES.
           DISPLAY "Quantidade de Devolucoes sem Custodia.....: "
                   WRK-CONT-DEV-SEM-CUSTODIA.
           DISPLAY "Quantidade de Cheques Regularizados.......: "
                   WRK-CONT-REGULARIZADOS.
           DISPLAY "Quantidade de Registros Gravados CUSREJ...: "
                   WRK-CONT-GRAVADOS-CUSREJ.
           DISPLAY "Quantidade de Registros Gravados DEPCHQ...: "
                   WRK-CONT-GRAVADOS-DEPCHQ.
           DISPLAY "Quantidade de Registros Gravados CUSHOJE..: "
                   WRK-CONT-GRAVADOS-CUSHOJE.

       052-FECHAR-ARQUIVOS.
           CLOSE CUSHOJE.
           IF WRK-FS-CUSHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CUSHOJE - FS: " WRK-FS-CUSHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE DEPCHQ.
           IF WRK-FS-DEPCHQ NOT = "00"
              DISPLAY "ERRO CLOSE DEPCHQ - FS: " WRK-FS-DEPCHQ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CUSREJ.
           IF WRK-FS-CUSREJ NOT = "00"
              DISPLAY "ERRO CLOSE CUSREJ - FS: " WRK-FS-CUSREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CUSREL.
           IF WRK-FS-CUSREL NOT = "00"
              DISPLAY "ERRO CLOSE CUSREL - FS: " WRK-FS-CUSREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LOTE DE DEPOSITO EM ORDEM DE BANCO, COM O TOTAL DE CADA
      *BANCO NO DEPCHQ E NO RELATORIO.
       053-GRAVAR-LOTE-DEPOSITO.
           MOVE WRK-LINHA-TRACO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE "LOTE DE DEPOSITO DO DIA" TO SEC-TITULO.
           MOVE WRK-LINHA-SECAO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE ZEROS TO WRK-VALOR-LOTE.
           PERFORM 054-GRAVAR-CHEQUE-LOTE
             VARYING IDX-DEP FROM 1 BY 1
               UNTIL IDX-DEP > WRK-TAB-DEP-QTDE.
           IF WRK-TAB-DEP-QTDE > ZEROS
              PERFORM 058-GRAVAR-TOTAL-BANCO
           END-IF.
           MOVE "TOTAL DO LOTE DE DEPOSITO" TO TOTV-DESCRICAO.
           MOVE WRK-TAB-DEP-QTDE            TO TOTV-QTD.
           MOVE WRK-VALOR-LOTE              TO TOTV-VALOR.
           MOVE WRK-LINHA-TOTAL-VALOR TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.

       054-GRAVAR-CHEQUE-LOTE.
           IF IDX-DEP > 1 AND
              TAB-DEP-BANCO(IDX-DEP) NOT = WRK-BANCO-ATUAL
              PERFORM 058-GRAVAR-TOTAL-BANCO
           END-IF.
           IF IDX-DEP = 1 OR
              TAB-DEP-BANCO(IDX-DEP) NOT = WRK-BANCO-ATUAL
              MOVE TAB-DEP-BANCO(IDX-DEP) TO WRK-BANCO-ATUAL
              MOVE ZEROS TO WRK-QTD-BANCO WRK-VALOR-BANCO
           END-IF.
           SET IDX-CUS TO TAB-DEP-IND-CUS(IDX-DEP).
           INITIALIZE WRK-DEP-REGISTRO.
           MOVE "D"                          TO DEP-TIPO.
           MOVE TAB-CUS-BANCO(IDX-CUS)       TO DEP-BANCO.
           MOVE TAB-CUS-AGENCIA(IDX-CUS)     TO DEP-AGENCIA.
           MOVE TAB-CUS-CONTA(IDX-CUS)       TO DEP-CONTA.
           MOVE TAB-CUS-NUM-CHEQUE(IDX-CUS)  TO DEP-NUM-CHEQUE.
           MOVE TAB-CUS-VALOR(IDX-CUS)       TO DEP-VALOR.
           MOVE TAB-CUS-COD-COMPRA(IDX-CUS)  TO DEP-COD-COMPRA.
           MOVE TAB-CUS-SEQ(IDX-CUS)         TO DEP-SEQ.
           MOVE WRK-DATA-SIS                 TO DEP-DATA-DEPOSITO.
           MOVE 1                            TO DEP-QTD-CHEQUES.
           PERFORM 059-GRAVAR-DEPCHQ.
           ADD 1                      TO WRK-QTD-BANCO.
           ADD TAB-CUS-VALOR(IDX-CUS) TO WRK-VALOR-BANCO
                                         WRK-VALOR-LOTE.

           PERFORM 064-LIMPAR-DETALHE.
           MOVE TAB-CUS-AGENCIA(IDX-CUS) TO CTA-AGENCIA.
           MOVE TAB-CUS-CONTA(IDX-CUS)   TO CTA-CONTA.
           MOVE "DEPOSITO"         TO DET-EVENTO.
           MOVE TAB-CUS-DATA-BOM-PARA(IDX-CUS) TO DET-DATA.
           MOVE WRK-DETALHE-CONTA  TO DET-DETALHE.
           PERFORM 061-GRAVAR-EVENTO.

       055-GRAVAR-CUSHOJE.
           MOVE TAB-CUS-REGISTRO(IDX-CUS) TO WRK-CUS-REGISTRO.
           WRITE FD-CUSHOJE-REGISTRO FROM WRK-CUS-REGISTRO.
           IF WRK-FS-CUSHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CUSHOJE - FS: " WRK-FS-CUSHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CUSHOJE.

      *CHEQUES EM CUSTODIA POR FAIXA DE VENCIMENTO E OS JA
      *DEPOSITADOS OU DEVOLVIDOS AINDA EM ABERTO.
       056-GRAVAR-FAIXAS.
           MOVE WRK-LINHA-TRACO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE "CHEQUES EM ABERTO POR VENCIMENTO" TO SEC-TITULO.
           MOVE WRK-LINHA-SECAO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           PERFORM 065-GRAVAR-LINHA-FAIXA
             VARYING WRK-IND-FAIXA FROM 1 BY 1
               UNTIL WRK-IND-FAIXA > 8.

      *RESUMO DO RUN NO FINAL DO RELATORIO.
       057-GRAVAR-TOTAIS-CUSREL.
           MOVE WRK-LINHA-TRACO TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.
           MOVE "CHEQUES INCLUIDOS NA CUSTODIA"    TO TOT-DESCRICAO.
           MOVE WRK-CONT-INCLUIDOS                 TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "CHEQUES CAPTURADOS REJEITADOS"    TO TOT-DESCRICAO.
           MOVE WRK-CONT-GRAVADOS-CUSREJ           TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "VENDAS COM DIVERGENCIA DE VALOR"  TO TOT-DESCRICAO.
           MOVE WRK-CONT-DIVERGENTES               TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "CHEQUES ENVIADOS PARA DEPOSITO"   TO TOT-DESCRICAO.
           MOVE WRK-CONT-DEPOSITADOS               TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "CHEQUES LIQUIDADOS"               TO TOT-DESCRICAO.
           MOVE WRK-CONT-LIQUIDADOS                TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "CHEQUES DEVOLVIDOS E REAPRESENTADOS"
                                                   TO TOT-DESCRICAO.
           MOVE WRK-CONT-DEVOLVIDOS                TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "CHEQUES IRREGULARES"              TO TOT-DESCRICAO.
           MOVE WRK-CONT-IRREGULARES               TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "DEVOLUCOES SEM CHEQUE EM CUSTODIA" TO TOT-DESCRICAO.
           MOVE WRK-CONT-DEV-SEM-CUSTODIA          TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.
           MOVE "CHEQUES REGULARIZADOS"            TO TOT-DESCRICAO.
           MOVE WRK-CONT-REGULARIZADOS             TO TOT-QTD.
           PERFORM 066-GRAVAR-LINHA-TOTAL.

      *TOTAL DO BANCO NO DEPCHQ E NO RELATORIO.
       058-GRAVAR-TOTAL-BANCO.
           INITIALIZE WRK-DEP-REGISTRO.
           MOVE "T"             TO DEP-TIPO.
           MOVE WRK-BANCO-ATUAL TO DEP-BANCO.
           MOVE WRK-VALOR-BANCO TO DEP-VALOR.
           MOVE WRK-DATA-SIS    TO DEP-DATA-DEPOSITO.
           MOVE WRK-QTD-BANCO   TO DEP-QTD-CHEQUES.
           PERFORM 059-GRAVAR-DEPCHQ.

           MOVE WRK-BANCO-ATUAL      TO DBC-BANCO.
           MOVE WRK-DESCRICAO-BANCO  TO TOTV-DESCRICAO.
           MOVE WRK-QTD-BANCO        TO TOTV-QTD.
           MOVE WRK-VALOR-BANCO      TO TOTV-VALOR.
           MOVE WRK-LINHA-TOTAL-VALOR TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.

       059-GRAVAR-DEPCHQ.
           WRITE FD-DEPCHQ-REGISTRO FROM WRK-DEP-REGISTRO.
           IF WRK-FS-DEPCHQ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DEPCHQ - FS: " WRK-FS-DEPCHQ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-DEPCHQ.

       060-GRAVAR-CUSREJ.
           WRITE FD-CUSREJ-REGISTRO FROM WRK-CUSREJ-REGISTRO.
           IF WRK-FS-CUSREJ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CUSREJ - FS: " WRK-FS-CUSREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CUSREJ.

      *OCORRENCIA DO CHEQUE CORRENTE DO MESTRE NO RELATORIO.
       061-GRAVAR-EVENTO.
           MOVE TAB-CUS-COD-COMPRA(IDX-CUS) TO DET-COMPRA.
           MOVE TAB-CUS-SEQ(IDX-CUS)        TO DET-SEQ.
           MOVE TAB-CUS-BANCO(IDX-CUS)      TO DET-BANCO.
           MOVE TAB-CUS-NUM-CHEQUE(IDX-CUS) TO DET-CHEQUE.
           MOVE TAB-CUS-VALOR(IDX-CUS)      TO DET-VALOR.
           PERFORM 062-GRAVAR-DETALHE.

       062-GRAVAR-DETALHE.
           MOVE WRK-LINHA-DETALHE TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.

       063-ESCREVER-CUSREL.
           WRITE FD-CUSREL-REGISTRO.
           IF WRK-FS-CUSREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CUSREL - FS: " WRK-FS-CUSREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       064-LIMPAR-DETALHE.
           MOVE ZEROS  TO DET-COMPRA DET-SEQ DET-BANCO DET-CHEQUE
                          DET-DATA DET-VALOR.
           MOVE SPACES TO DET-EVENTO DET-DETALHE.

       065-GRAVAR-LINHA-FAIXA.
           MOVE WRK-FAIXA-DESCRICAO(WRK-IND-FAIXA) TO TOTV-DESCRICAO.
           MOVE WRK-FAIXA-QTD(WRK-IND-FAIXA)       TO TOTV-QTD.
           MOVE WRK-FAIXA-VALOR(WRK-IND-FAIXA)     TO TOTV-VALOR.
           MOVE WRK-LINHA-TOTAL-VALOR TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.

       066-GRAVAR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO FD-CUSREL-REGISTRO.
           PERFORM 063-ESCREVER-CUSREL.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX32".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

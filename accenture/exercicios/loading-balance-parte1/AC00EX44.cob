      * ABAIXO DO MINIMO), CHAMA O CALCULO PRICE PARA AS APROVADAS
      * E GRAVA O CRONOGRAMA COMPLETO DE PARCELAS (VENCIMENTOS MES
      * A MES A PARTIR DE HOJE) E O RELATORIO DE APROVACAO/NEGACAO
      * COM O MOTIVO (APROVREL). A CONTA COM CADASTRO KYC VENCIDO NA
      * ULTIMA REVISAO DO AC01EX19 (KYCBLK) TEM A PROPOSTA NEGADA.
      * A PROPOSTA APROVADA QUE CONTRATOU O SEGURO PRESTAMISTA
      * (PROPEMP-PRESTAMISTA = S) GERA A APOLICE NO ARQUIVO PRESNOVO,
      * COM O CAPITAL INICIAL IGUAL AO VALOR FINANCIADO E A TAXA
      * MENSAL DO PARMEMP; A APOLICE E MANTIDA E COBRADA A CADA
      * PARCELA PELO AC00EX83. TAXA ZERADA NO PARMEMP DESLIGA O
      * SEGURO E A PROPOSTA SEGUE SEM COBERTURA.
      * A PROPOSTA ESCOLHE O SISTEMA DE AMORTIZACAO (PROPEMP-SISTEMA):
      * PRICE (P OU BRANCO), PARCELAS IGUAIS PELA CALCPRICE, OU SAC
      * (S), PARCELAS DECRESCENTES PELA CALCSAC. NO SAC A RENDA E
      * CONFRONTADA COM A PRIMEIRA PARCELA, QUE E A MAIOR, E CADA
      * PARCELA DO CRONOGRAMA SAI COM O SEU PROPRIO VALOR.
      *--------------------------------------------------------------*
       ENVIRONMENT           DIVISION.
      *--------------------------------------------------------------*
      *
           SELECT APROVREL ASSIGN    TO APROVREL
                      FILE STATUS    IS WRK-FS-APROVREL.
      *
      *    APOLICES PRESTAMISTA EMITIDAS (LIDO PELO AC00EX83)
           SELECT PRESNOVO ASSIGN    TO PRESNOVO
                      FILE STATUS    IS WRK-FS-PRESNOVO.
      *
      *    CONTAS COM KYC VENCIDO (AC01EX19) - OPCIONAL
           SELECT KYCBLK   ASSIGN    TO KYCBLK
                      FILE STATUS    IS WRK-FS-KYCBLK.
      *--------------------------------------------------------------*
       DATA                  DIVISION.
       FILE                  SECTION.
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PROPEMP-REGISTRO    PIC X(038).
      *
       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PARMEMP-REGISTRO    PIC X(023).
      *
       FD  CRONOGRAMA
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-APROVREL-REGISTRO   PIC X(054).
      *
       FD  PRESNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-PRESNOVO-REGISTRO   PIC X(066).
      *
       FD  KYCBLK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *
       01  FD-KYCBLK-REGISTRO     PIC X(016).
      *
      *--------------------------------------------------------------*
       WORKING-STORAGE       SECTION.
            03  WRK-CONT-LIDOS       PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-APROVADOS   PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-NEGADOS     PIC 9(005) VALUE ZEROS.
            03  WRK-CONT-PRESTAMISTA PIC 9(005) VALUE ZEROS.
      *
       01  WRK-AREA-FILE-STATUS.
            05 WRK-FS-PROPEMP    PIC X(002) VALUE SPACES.
            05 WRK-FS-PARMEMP    PIC X(002) VALUE SPACES.
            05 WRK-FS-CRONOGRAMA PIC X(002) VALUE SPACES.
            05 WRK-FS-APROVREL   PIC X(002) VALUE SPACES.
            05 WRK-FS-KYCBLK     PIC X(002) VALUE SPACES.
            05 WRK-FS-PRESNOVO   PIC X(002) VALUE SPACES.
      *
      *LAYOUT DE PROPEMP - PROPOSTA DE EMPRESTIMO
       01  WRK-PROPEMP-REGISTRO.
           05 PROPEMP-VALOR                 PIC  9(009)V99.
           05 PROPEMP-QTD-PARCELAS          PIC  9(003).
           05 PROPEMP-TAXA-MES              PIC  9(003)V9999.
           05 PROPEMP-PRESTAMISTA           PIC  X(001).
               88 PRESTAMISTA-CONTRATADO       VALUE "S".
           05 PROPEMP-SISTEMA               PIC  X(001).
               88 SISTEMA-PRICE                VALUE "P" " ".
               88 SISTEMA-SAC                  VALUE "S".
      *
      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
       01  WRK-PARMEMP-REGISTRO.
           05 PARMEMP-PCT-RENDA-MAX         PIC  9(003)V99.
           05 PARMEMP-SALDO-MINIMO          PIC S9(011)V99.
           05 PARMEMP-TAXA-PRESTAMISTA      PIC  9(001)V9999.
      *
      *LAYOUT DE CRONOGRAMA - UMA LINHA POR PARCELA DO EMPRESTIMO
       01  WRK-CRONOGRAMA-REGISTRO.
           05 APROVREL-SITUACAO             PIC  X(008).
           05 APROVREL-MOTIVO               PIC  X(020).
      *
      *LAYOUT DE PRESNOVO - APOLICE PRESTAMISTA, O MESMO DO
      *PRESANT/PRESHOJE MANTIDO PELO AC00EX83
       01  WRK-PRES-REGISTRO.
           05 PRES-CHAVE                    PIC  X(015).
           05 PRES-DATA-EFETIVA             PIC  9(008).
           05 PRES-TAXA-EMPRESTIMO          PIC  9(003)V9999.
           05 PRES-TAXA-SEGURO              PIC  9(001)V9999.
           05 PRES-CAPITAL                  PIC  9(009)V99.
           05 PRES-PREMIO-ACUMULADO         PIC  9(009)V99.
           05 PRES-STATUS                   PIC  X(001).
           05 PRES-DATA-FIM                 PIC  9(008).
      *
      *LAYOUT DE KYCBLK - MESMO GRAVADO PELO AC01EX19
       01  WRK-KYCBLK-REGISTRO.
           05 KYCBLK-MOTIVO                 PIC  X(001).
           05 KYCBLK-CHAVE                  PIC  X(015).
      *
      *CONTAS COM KYC VENCIDO EM MEMORIA
       77  WRK-TAB-KYCBLK-QTDE   PIC 9(004) VALUE ZEROS.
       01  TAB-KYCBLK-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-KYCBLK-QTDE
               INDEXED BY IDX-BLK.
           05 TAB-BLK-CHAVE         PIC X(015).
      *
       77  WRK-E-KYC-VENCIDO      PIC 9(001) VALUE ZEROS.
           88 KYC-VENCIDO            VALUE 1.
           88 KYC-EM-DIA             VALUE 0.
      *
      *CADASTRO DE CONTAS EM MEMORIA PARA A AVALIACAO
       77  WRK-TAB-CADCLIN-QTDE  PIC 9(004) VALUE ZEROS.
       01  TAB-CADCLIN-REGISTRO OCCURS 1 TO 999 TIMES
       01  WRK-CALL-QTD-PARCELAS     PIC 9(003) VALUE ZEROS.
       01  WRK-CALL-VALOR-PARCELA    PIC 9(009)V99 VALUE ZEROS.
      *
      *AREA DE CHAMADA DA SUBROTINA CALCSAC - PARCELA DE NUMERO
      *INFORMADO DO SISTEMA SAC
       01  WRK-CALL-NUM-PARCELA      PIC 9(003) VALUE ZEROS.
       01  WRK-CALL-VALOR-AMORTIZACAO PIC 9(009)V99 VALUE ZEROS.
       01  WRK-CALL-VALOR-JUROS      PIC 9(009)V99 VALUE ZEROS.
      *
      *PARCELA MAXIMA PERMITIDA PELA RENDA DO PROPONENTE
       01  WRK-PARCELA-MAXIMA        PIC S9(011)V99 VALUE ZEROS.
      *
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMEMP.
           PERFORM 014-CARREGAR-CADCLIN.
           PERFORM 015-CARREGAR-KYCBLK.
           PERFORM 033-LER-PROPEMP.
           IF WRK-FS-PROPEMP = "10"
              DISPLAY "ARQUIVO PROPEMP VAZIO"
              DISPLAY "ERRO ABERTURA APROVREL - FS: " WRK-FS-APROVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT  PRESNOVO.
           IF WRK-FS-PRESNOVO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRESNOVO - FS: " WRK-FS-PRESNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       013-LER-PARMEMP.
           OPEN INPUT   PARMEMP.
              READ CADCLIN INTO WRK-CADCLIN-REGISTRO
           END-PERFORM.
      *
      *CARREGA AS CONTAS BLOQUEADAS PELA REVISAO KYC. SEM O ARQUIVO,
      *NENHUMA PROPOSTA E NEGADA POR KYC.
       015-CARREGAR-KYCBLK.
           OPEN INPUT   KYCBLK.
           IF WRK-FS-KYCBLK NOT = "35"
              IF WRK-FS-KYCBLK NOT = ZEROS
                 DISPLAY "ERRO ABERTURA KYCBLK - FS: " WRK-FS-KYCBLK
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 017-LER-KYCBLK
              PERFORM 016-MOVER-DADOS-KYCBLK
                UNTIL WRK-FS-KYCBLK = "10"
              CLOSE KYCBLK
           END-IF.
      *
       016-MOVER-DADOS-KYCBLK.
           IF WRK-TAB-KYCBLK-QTDE NOT < 2000
              DISPLAY "TABELA DE CONTAS KYCBLK EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-KYCBLK-QTDE.
           MOVE KYCBLK-CHAVE TO TAB-BLK-CHAVE(WRK-TAB-KYCBLK-QTDE).
           PERFORM 017-LER-KYCBLK.
      *
       017-LER-KYCBLK.
           READ KYCBLK INTO WRK-KYCBLK-REGISTRO.
           IF WRK-FS-KYCBLK NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA KYCBLK - FS: " WRK-FS-KYCBLK
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
      *AVALIA A PROPOSTA: CONTA EXISTENTE, KYC EM DIA, DADOS VALIDOS,
      *PARCELA DENTRO DO PERCENTUAL DA RENDA E SALDO ACIMA DO MINIMO.
       030-PROCESSAR.
           MOVE PROPEMP-CHAVE TO APROVREL-CHAVE.
           MOVE PROPEMP-VALOR TO APROVREL-VALOR.
                   SET CONTA-LOCALIZADA TO TRUE
           END-SEARCH.

           SET KYC-EM-DIA TO TRUE.
           IF WRK-TAB-KYCBLK-QTDE > ZEROS
              SET IDX-BLK TO 1
              SEARCH TAB-KYCBLK-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-BLK-CHAVE(IDX-BLK) = PROPEMP-CHAVE
                      SET KYC-VENCIDO TO TRUE
              END-SEARCH
           END-IF.

           EVALUATE TRUE
               WHEN CONTA-NAO-LOCALIZADA
                   MOVE "CONTA INEXISTENTE" TO APROVREL-MOTIVO
                   PERFORM 032-NEGAR-PROPOSTA
               WHEN KYC-VENCIDO
                   MOVE "CADASTRO KYC VENCIDO" TO APROVREL-MOTIVO
                   PERFORM 032-NEGAR-PROPOSTA
               WHEN PROPEMP-VALOR = ZEROS
                    OR PROPEMP-QTD-PARCELAS = ZEROS
                    OR PROPEMP-QTD-PARCELAS > 360
                    OR NOT (SISTEMA-PRICE OR SISTEMA-SAC)
                   MOVE "DADOS INVALIDOS" TO APROVREL-MOTIVO
                   PERFORM 032-NEGAR-PROPOSTA
               WHEN TAB-CAD-SALDO(IDX-CAD) < PARMEMP-SALDO-MINIMO

           PERFORM 033-LER-PROPEMP.
      *
      *A PARCELA E CALCULADA ANTES DA DECISAO - NO SAC, A PRIMEIRA E
      *MAIOR: SE ELA PASSA DO PERCENTUAL MAXIMO DA RENDA, A PROPOSTA
      *E NEGADA; SENAO O CRONOGRAMA COMPLETO E GRAVADO.
       031-AVALIAR-PARCELA.
           MOVE PROPEMP-VALOR        TO WRK-CALL-VALOR-FINANCIADO.
           MOVE PROPEMP-TAXA-MES     TO WRK-CALL-TAXA-JUROS-MES.
           MOVE PROPEMP-QTD-PARCELAS TO WRK-CALL-QTD-PARCELAS.
           IF SISTEMA-SAC
              MOVE 1 TO WRK-CALL-NUM-PARCELA
              PERFORM 038-CHAMAR-CALCSAC
           ELSE
              CALL 'CALCPRICE' USING WRK-CALL-VALOR-FINANCIADO
                                      WRK-CALL-TAXA-JUROS-MES
                                      WRK-CALL-QTD-PARCELAS
                                      WRK-CALL-VALOR-PARCELA
           END-IF.

           COMPUTE WRK-PARCELA-MAXIMA ROUNDED =
               TAB-CAD-RENDA(IDX-CAD) * PARMEMP-PCT-RENDA-MAX / 100.
           ELSE
              MOVE "APROVADO" TO APROVREL-SITUACAO
              MOVE SPACES     TO APROVREL-MOTIVO
              IF PRESTAMISTA-CONTRATADO
                 AND PARMEMP-TAXA-PRESTAMISTA > ZEROS
                 MOVE "SEGURO PRESTAMISTA" TO APROVREL-MOTIVO
                 PERFORM 037-EMITIR-PRESTAMISTA
              END-IF
              PERFORM 034-GRAVAR-APROVREL
              ADD 1 TO WRK-CONT-APROVADOS
              PERFORM 035-GERAR-CRONOGRAMA
           MOVE WRK-DU-MES TO WRK-VENC-MES.
           MOVE WRK-DU-DIA TO WRK-VENC-DIA.

      *    NO SAC CADA PARCELA TEM O SEU VALOR; NO PRICE VALE A
      *    PARCELA FIXA JA CALCULADA NA AVALIACAO.
           IF SISTEMA-SAC
              MOVE WRK-NUM-PARCELA TO WRK-CALL-NUM-PARCELA
              PERFORM 038-CHAMAR-CALCSAC
           END-IF.

           MOVE PROPEMP-CHAVE          TO CRONOGRAMA-CHAVE.
           MOVE WRK-NUM-PARCELA        TO CRONOGRAMA-NUM-PARCELA.
           MOVE WRK-DATA-VENC          TO CRONOGRAMA-DATA-VENC.
                      WRK-FS-CRONOGRAMA
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
      *APOLICE PRESTAMISTA DO EMPRESTIMO APROVADO: O CAPITAL INICIAL
      *E O VALOR FINANCIADO E A TAXA DO EMPRESTIMO VAI NA APOLICE
      *PARA O AC00EX83 ACOMPANHAR O SALDO DEVEDOR PELO CRONOGRAMA.
       037-EMITIR-PRESTAMISTA.
           MOVE PROPEMP-CHAVE             TO PRES-CHAVE.
           MOVE WRK-DATA-SIS              TO PRES-DATA-EFETIVA.
           MOVE PROPEMP-TAXA-MES          TO PRES-TAXA-EMPRESTIMO.
           MOVE PARMEMP-TAXA-PRESTAMISTA  TO PRES-TAXA-SEGURO.
           MOVE PROPEMP-VALOR             TO PRES-CAPITAL.
           MOVE ZEROS                     TO PRES-PREMIO-ACUMULADO.
           MOVE "A"                       TO PRES-STATUS.
           MOVE ZEROS                     TO PRES-DATA-FIM.
           WRITE FD-PRESNOVO-REGISTRO FROM WRK-PRES-REGISTRO.
           IF WRK-FS-PRESNOVO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO PRESNOVO - FS: " WRK-FS-PRESNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-PRESTAMISTA.
      *
      *PARCELA WRK-CALL-NUM-PARCELA DO SAC, NOS MESMOS VALOR, TAXA E
      *PRAZO DA AREA DE CHAMADA DA CALCPRICE.
       038-CHAMAR-CALCSAC.
           CALL 'CALCSAC' USING WRK-CALL-VALOR-FINANCIADO
                                 WRK-CALL-TAXA-JUROS-MES
                                 WRK-CALL-QTD-PARCELAS
                                 WRK-CALL-NUM-PARCELA
                                 WRK-CALL-VALOR-PARCELA
                                 WRK-CALL-VALOR-AMORTIZACAO
                                 WRK-CALL-VALOR-JUROS.
      *
       033-LER-PROPEMP.
           READ PROPEMP    INTO WRK-PROPEMP-REGISTRO.
               WRK-CONT-APROVADOS.
           DISPLAY "TOTAL PROPOSTAS NEGADAS.........: "
               WRK-CONT-NEGADOS.
           DISPLAY "TOTAL APOLICES PRESTAMISTA......: "
               WRK-CONT-PRESTAMISTA.
           PERFORM 052-FECHAR-ARQUIVOS.
      *
       052-FECHAR-ARQUIVOS.
              DISPLAY "ERRO CLOSE APROVREL - FS: " WRK-FS-APROVREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE PRESNOVO.
           IF WRK-FS-PRESNOVO NOT = "00"
              DISPLAY "ERRO CLOSE PRESNOVO - FS: " WRK-FS-PRESNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
      *
       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX44".

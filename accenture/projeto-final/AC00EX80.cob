      *DA CONTA E A PROPRIA CHAVE DO ENDERECO, COMO NOS EXTRATOS
      *DE VENDAS), SALDO DE ABERTURA (DO SNAPSHOT ANTERIOR
      *CADCLINANT), A LINHA DE JUROS DO CICLO (JURNAL DO
      *AC00EX33), AS TRANSACOES DE CAIXA E ATM LANCADAS PELO
      *AC01EX11 (DIARIO MOVJRN, GERACOES DO PERIODO CONCATENADAS),
      *AS TRANSFERENCIAS DO AC01EX12 (TRFJRN, NO MESMO LAYOUT,
      *CONCATENADO AO MOVJRN), OS DEBITOS AUTOMATICOS DE BOLETO
      *DO AC01EX13 (DEBJRN, TAMBEM CONCATENADO), O ACERTO E O
      *PAGAMENTO DO SALDO NO ENCERRAMENTO DA CONTA PELO AC01EX20
      *(ENCJRN, TAMBEM CONCATENADO),
      *OS EVENTOS DE MANUTENCAO DA CONTA NO DIARIO
      *AUDJRN (PROGRAMA, TIPO E DATA) E O SALDO DE FECHAMENTO
      *(CADCLIN-SALDO-ATUAL). CONTAS COM SEGUNDO TITULAR NO KSDS
      *TITULAR2 (MANTIDO PELO AC00EX81) RECEBEM UMA SEGUNDA VIA
       SELECT JURNAL   ASSIGN    TO JURNAL
                      FILE STATUS    IS WRK-FS-JURNAL.

      *DIARIO DAS TRANSACOES DE CAIXA E ATM DO AC01EX11
       SELECT MOVJRN   ASSIGN    TO MOVJRN
                      FILE STATUS    IS WRK-FS-MOVJRN.

      *DIARIO UNICO DE AUDITORIA DAS MANUTENCOES
       SELECT AUDJRN   ASSIGN    TO AUDJRN
                      FILE STATUS    IS WRK-FS-AUDJRN.

       01  FD-JURNAL-REGISTRO      PIC X(061).

       FD  MOVJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MOVJRN-REGISTRO      PIC X(078).

       FD  AUDJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLINANT     PIC X(002) VALUE SPACES.
           05 WRK-FS-JURNAL         PIC X(002) VALUE SPACES.
           05 WRK-FS-MOVJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-TITULAR2       PIC X(002) VALUE SPACES.
           05 JURNAL-VALOR-JUROS    PIC S9(011)V99.
           05 JURNAL-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE MOVJRN - MESMO GRAVADO PELO AC01EX11
       01  WRK-MOVJRN-REGISTRO.
           05 MOVJRN-CHAVE          PIC  X(015).
           05 MOVJRN-DATA           PIC  9(008).
           05 MOVJRN-HORA           PIC  9(006).
           05 MOVJRN-TIPO           PIC  X(001).
           05 MOVJRN-CANAL          PIC  X(001).
           05 MOVJRN-AGENCIA-TERM   PIC  9(005).
           05 MOVJRN-TERMINAL       PIC  9(004).
           05 MOVJRN-NSU            PIC  9(006).
           05 MOVJRN-NUM-CHEQUE     PIC  9(006).
           05 MOVJRN-VALOR          PIC S9(011)V99.
           05 MOVJRN-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE AUDJRN - MESMO DOS PROGRAMAS DE MANUTENCAO
       01  WRK-AUDJRN-REGISTRO.
           05 AUDJRN-PROGRAMA       PIC X(008).
           05 TAB-JUR-VALOR         PIC S9(011)V99.
           05 TAB-JUR-TAXA          PIC 9(003)V9999.

      *TRANSACOES DE CAIXA E ATM POR CONTA, NA ORDEM DO DIARIO
       01  WRK-TAB-MOV-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MOV-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-MOV-QTDE
               INDEXED BY IDX-MOV.
           05 TAB-MOV-CHAVE         PIC X(015).
           05 TAB-MOV-DATA          PIC 9(008).
           05 TAB-MOV-TIPO          PIC X(001).
           05 TAB-MOV-CANAL         PIC X(001).
           05 TAB-MOV-DOCUMENTO     PIC 9(006).
           05 TAB-MOV-VALOR         PIC S9(011)V99.

      *EVENTOS DE MANUTENCAO POR CONTA
       01  WRK-TAB-AUD-QTDE         PIC 9(004) VALUE ZEROS.

           05 EVENTO-ANO            PIC 9(004).
           05 FILLER                PIC X(035) VALUE SPACES.

       01  WRK-LINHA-MOVIMENTO.
           05 FILLER                PIC X(012)
              VALUE "MOVIMENTO   ".
           05 MOV-DESCRICAO         PIC X(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 MOV-CANAL             PIC X(005).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 MOV-DIA               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 MOV-MES               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 MOV-ANO               PIC 9(004).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 MOV-VALOR             PIC -ZZZ.ZZZ.ZZZ.Z99,99.
           05 FILLER                PIC X(005) VALUE " DOC ".
           05 MOV-DOCUMENTO         PIC 9(006).
           05 FILLER                PIC X(012) VALUE SPACES.

       01  WRK-LINHA-TITULAR2.
           05 FILLER                PIC X(021)
              VALUE "2A VIA - 2O TITULAR: ".
           03 WRK-CONT-LIDOS-CADCLIN      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOCUMENTOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-VIAS-TITULAR2      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-MOVJRN       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MOVJRN-IGNORADOS   PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

           PERFORM 013-CARREGAR-SALDOS-ABERTURA.
           PERFORM 014-CARREGAR-TABELA-JURNAL.
           PERFORM 015-CARREGAR-TABELA-AUDJRN.
           PERFORM 016-CARREGAR-TABELA-MOVJRN.
           PERFORM 041-LER-CADCLIN.
           IF WRK-FS-CADCLIN = "10"
              DISPLAY "ARQUIVO CADCLIN VAZIO"
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    MOVJRN.
           IF WRK-FS-MOVJRN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MOVJRN - FS: " WRK-FS-MOVJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    AUDJRN.
           IF WRK-FS-AUDJRN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA AUDJRN - FS: " WRK-FS-AUDJRN
              CLOSE AUDJRN
           END-IF.

      *TRANSACOES DE CAIXA E ATM DO PERIODO. ALEM DA CAPACIDADE
      *DA TABELA AS TRANSACOES SAO CONTADAS E NAO IMPRESSAS.
       016-CARREGAR-TABELA-MOVJRN.
           IF WRK-FS-MOVJRN = "35"
              CONTINUE
           ELSE
              PERFORM 046-LER-MOVJRN
              PERFORM 037-MOVER-DADOS-TAB-MOV
                UNTIL WRK-FS-MOVJRN = "10"
              CLOSE MOVJRN
           END-IF.

       037-MOVER-DADOS-TAB-MOV.
           IF WRK-TAB-MOV-QTDE < 5000
              ADD 1 TO WRK-TAB-MOV-QTDE
              MOVE MOVJRN-CHAVE
              TO TAB-MOV-CHAVE(WRK-TAB-MOV-QTDE)
              MOVE MOVJRN-DATA
              TO TAB-MOV-DATA(WRK-TAB-MOV-QTDE)
              MOVE MOVJRN-TIPO
              TO TAB-MOV-TIPO(WRK-TAB-MOV-QTDE)
              MOVE MOVJRN-CANAL
              TO TAB-MOV-CANAL(WRK-TAB-MOV-QTDE)
              IF MOVJRN-TIPO = "C"
                 MOVE MOVJRN-NUM-CHEQUE
                 TO TAB-MOV-DOCUMENTO(WRK-TAB-MOV-QTDE)
              ELSE
                 MOVE MOVJRN-NSU
                 TO TAB-MOV-DOCUMENTO(WRK-TAB-MOV-QTDE)
              END-IF
              MOVE MOVJRN-VALOR
              TO TAB-MOV-VALOR(WRK-TAB-MOV-QTDE)
           ELSE
              ADD 1 TO WRK-CONT-MOVJRN-IGNORADOS
           END-IF.
           PERFORM 046-LER-MOVJRN.

       042-LER-CADCLINANT.
           READ CADCLINANT INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLINANT NOT = "00" AND "10"
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-MOVJRN.
           READ MOVJRN INTO WRK-MOVJRN-REGISTRO.
           IF WRK-FS-MOVJRN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MOVJRN - FS: " WRK-FS-MOVJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MOVJRN = "00"
                ADD 1 TO WRK-CONT-LIDOS-MOVJRN
           END-IF.

       044-LER-AUDJRN.
           READ AUDJRN INTO WRK-AUDJRN-REGISTRO.
           IF WRK-FS-AUDJRN NOT = "00" AND "10"

           PERFORM 030-IMPRIMIR-ENDERECO.
           PERFORM 031-IMPRIMIR-ABERTURA.
           PERFORM 038-IMPRIMIR-MOVIMENTOS.
           PERFORM 032-IMPRIMIR-JUROS.
           PERFORM 033-IMPRIMIR-EVENTOS.

           PERFORM 045-GRAVAR-LINHA.

      *SEM SNAPSHOT ANTERIOR, A ABERTURA E O FECHAMENTO MENOS OS
      *JUROS DO CICLO E AS TRANSACOES DE CAIXA E ATM.
       034-DERIVAR-ABERTURA.
           SET IDX-JUR TO 1.
           SEARCH TAB-JUR-REGISTRO
                       CADCLIN-SALDO-ATUAL
                       - TAB-JUR-VALOR(IDX-JUR)
           END-SEARCH.
           PERFORM 047-DESCONTAR-MOVIMENTO
           VARYING IDX-MOV FROM 1 BY 1
           UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.

       047-DESCONTAR-MOVIMENTO.
           IF TAB-MOV-CHAVE(IDX-MOV) = CADCLIN-CHAVE
              SUBTRACT TAB-MOV-VALOR(IDX-MOV)
                  FROM WRK-SALDO-ABERTURA
           END-IF.

       038-IMPRIMIR-MOVIMENTOS.
           PERFORM 039-IMPRIMIR-UM-MOVIMENTO
           VARYING IDX-MOV FROM 1 BY 1
           UNTIL IDX-MOV > WRK-TAB-MOV-QTDE.

       039-IMPRIMIR-UM-MOVIMENTO.
           IF TAB-MOV-CHAVE(IDX-MOV) = CADCLIN-CHAVE
              EVALUATE TAB-MOV-TIPO(IDX-MOV)
                  WHEN "D"
                      MOVE "DEPOSITO" TO MOV-DESCRICAO
                  WHEN "S"
                      MOVE "SAQUE   " TO MOV-DESCRICAO
                  WHEN "E"
                      MOVE "TRF ENV " TO MOV-DESCRICAO
                  WHEN "R"
                      MOVE "TRF REC " TO MOV-DESCRICAO
                  WHEN "A"
                      MOVE "DEB AUTO" TO MOV-DESCRICAO
                  WHEN "J"
                      MOVE "JUROS   " TO MOV-DESCRICAO
                  WHEN "T"
                      MOVE "TARIFA  " TO MOV-DESCRICAO
                  WHEN OTHER
                      MOVE "CHEQUE  " TO MOV-DESCRICAO
              END-EVALUATE
              EVALUATE TAB-MOV-CANAL(IDX-MOV)
                  WHEN "A"
                      MOVE "ATM  " TO MOV-CANAL
                  WHEN "I"
                      MOVE "IMED " TO MOV-CANAL
                  WHEN "O"
                      MOVE "ORDEM" TO MOV-CANAL
                  WHEN "D"
                      MOVE "DEBAU" TO MOV-CANAL
                  WHEN "N"
                      MOVE "ENCER" TO MOV-CANAL
                  WHEN OTHER
                      MOVE "CAIXA" TO MOV-CANAL
              END-EVALUATE
              MOVE TAB-MOV-DATA(IDX-MOV)      TO WRK-DATA-EVENTO
              MOVE WRK-EV-DIA TO MOV-DIA
              MOVE WRK-EV-MES TO MOV-MES
              MOVE WRK-EV-ANO TO MOV-ANO
              MOVE TAB-MOV-VALOR(IDX-MOV)     TO MOV-VALOR
              MOVE TAB-MOV-DOCUMENTO(IDX-MOV) TO MOV-DOCUMENTO
              MOVE WRK-LINHA-MOVIMENTO TO FD-EXTRBANC-REGISTRO
              PERFORM 045-GRAVAR-LINHA
           END-IF.

       032-IMPRIMIR-JUROS.
           SET IDX-JUR TO 1.
                   WRK-CONT-DOCUMENTOS.
           DISPLAY "Quantidade de Vias de 2o Titular.....: "
                   WRK-CONT-VIAS-TITULAR2.
           DISPLAY "Quantidade de Transacoes Lidas MOVJRN: "
                   WRK-CONT-LIDOS-MOVJRN.
           IF WRK-CONT-MOVJRN-IGNORADOS > ZEROS
              DISPLAY "Quantidade de Transacoes Nao Impressas: "
                      WRK-CONT-MOVJRN-IGNORADOS
           END-IF.
           PERFORM 052-FECHAR-ARQUIVOS.

       052-FECHAR-ARQUIVOS.

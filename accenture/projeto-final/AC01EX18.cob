       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX18.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX18
      *MANUTENCAO DO CADASTRO KYC (CONHECA SEU CLIENTE). RODA
      *DIARIAMENTE DEPOIS DO AC00EX06 E MANTEM UM REGISTRO POR
      *TITULAR DO CADCLIN COM O DOCUMENTO DE IDENTIFICACAO, O
      *COMPROVANTE DE ENDERECO, A CATEGORIA DE RISCO E AS DATAS DA
      *ULTIMA E DA PROXIMA REVISAO CADASTRAL.
      *A CONTA NOVA NO CADCLIN ENTRA NO KYC SEM DOCUMENTOS, COM
      *RISCO MEDIO E UM MES DE PRAZO PARA A AGENCIA COMPLETAR A
      *DOCUMENTACAO; A CONTA QUE SAIU DO CADCLIN SAI DO KYC.
      *OS MOVIMENTOS DO KYCMOV, LANCADOS PELAS AGENCIAS, REGISTRAM
      *DOCUMENTOS (I IDENTIFICACAO / E ENDERECO), A REVISAO
      *CONCLUIDA (R, COM O RISCO APURADO) OU SO A MUDANCA DE RISCO
      *(C). A PROXIMA REVISAO E A ULTIMA MAIS 1 ANO PARA RISCO
      *ALTO, 2 PARA MEDIO E 3 PARA BAIXO. MOVIMENTOS RECUSADOS VAO
      *PARA O KYCREJ COM O MOTIVO E TERMINAM COM RC 4.
      *A REVISAO PERIODICA E O BLOQUEIO DE CREDITO FICAM NO
      *AC01EX19, QUE LE O KYCHOJE DESTE PROGRAMA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DE REFERENCIA (OPCIONAL - PADRAO DATA DO SISTEMA)
       SELECT PARMKYC  ASSIGN    TO PARMKYC
                      FILE STATUS    IS WRK-FS-PARMKYC.

      *CADASTRO DAS CONTAS GERADO PELO AC00EX06
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CADASTRO KYC DO RUN ANTERIOR (OPCIONAL NO PRIMEIRO RUN)
       SELECT KYCANT   ASSIGN    TO KYCANT
                      FILE STATUS    IS WRK-FS-KYCANT.

      *DOCUMENTOS E REVISOES LANCADOS PELAS AGENCIAS (OPCIONAL)
       SELECT KYCMOV   ASSIGN    TO KYCMOV
                      FILE STATUS    IS WRK-FS-KYCMOV.

      *CADASTRO KYC ATUALIZADO
       SELECT KYCHOJE  ASSIGN    TO KYCHOJE
                      FILE STATUS    IS WRK-FS-KYCHOJE.

      *MOVIMENTOS RECUSADOS
       SELECT KYCREJ   ASSIGN    TO KYCREJ
                      FILE STATUS    IS WRK-FS-KYCREJ.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMKYC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMKYC-REGISTRO     PIC X(008).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  KYCANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCANT-REGISTRO      PIC X(120).

       FD  KYCMOV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCMOV-REGISTRO      PIC X(070).

       FD  KYCHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCHOJE-REGISTRO     PIC X(120).

       FD  KYCREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCREJ-REGISTRO      PIC X(072).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMKYC        PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCANT         PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCMOV         PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCREJ         PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMKYC - DATA DE REFERENCIA
       01  WRK-PARMKYC-REGISTRO.
           05 PARMKYC-DATA-REF      PIC 9(008).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE KYCANT/KYCHOJE - CADASTRO KYC DE UM TITULAR. O
      *DOCUMENTO COM VALIDADE ZERADA NAO VENCE; TIPO EM BRANCO E
      *DOCUMENTO AINDA NAO ENTREGUE.
       01  WRK-KYC-REGISTRO.
           05 KYC-CHAVE.
               07 KYC-AGENCIA           PIC 9(005).
               07 KYC-NUMERO-CONTA      PIC 9(010).
           05 KYC-RISCO             PIC X(001).
               88 KYC-RISCO-BAIXO      VALUE "B".
               88 KYC-RISCO-MEDIO      VALUE "M".
               88 KYC-RISCO-ALTO       VALUE "A".
           05 KYC-DATA-INCLUSAO     PIC 9(008).
           05 KYC-DATA-ULT-REVISAO  PIC 9(008).
           05 KYC-DATA-PROX-REVISAO PIC 9(008).
           05 KYC-DOC-IDENT.
               07 KYC-IDENT-TIPO        PIC X(002).
               07 KYC-IDENT-NUMERO      PIC X(020).
               07 KYC-IDENT-EMISSAO     PIC 9(008).
               07 KYC-IDENT-VALIDADE    PIC 9(008).
           05 KYC-DOC-ENDER.
               07 KYC-ENDER-TIPO        PIC X(002).
               07 KYC-ENDER-NUMERO      PIC X(020).
               07 KYC-ENDER-EMISSAO     PIC 9(008).
               07 KYC-ENDER-VALIDADE    PIC 9(008).
           05 FILLER                PIC X(004).

      *LAYOUT DE KYCMOV - DOCUMENTO OU REVISAO LANCADA PELA AGENCIA
       01  WRK-KYCMOV-REGISTRO.
           05 KYCMOV-CHAVE          PIC X(015).
           05 KYCMOV-TIPO-MOV       PIC X(001).
               88 KYCMOV-DOC-IDENT     VALUE "I".
               88 KYCMOV-DOC-ENDER     VALUE "E".
               88 KYCMOV-REVISAO       VALUE "R".
               88 KYCMOV-MUDA-RISCO    VALUE "C".
           05 KYCMOV-DOC-TIPO       PIC X(002).
               88 KYCMOV-TIPO-IDENT    VALUES "RG" "CN" "PS" "RN".
               88 KYCMOV-TIPO-ENDER    VALUES "CC" "EX" "CT".
           05 KYCMOV-DOC-NUMERO     PIC X(020).
           05 KYCMOV-DOC-EMISSAO    PIC 9(008).
           05 KYCMOV-DOC-VALIDADE   PIC 9(008).
           05 KYCMOV-RISCO          PIC X(001).
               88 KYCMOV-RISCO-VALIDO  VALUES "B" "M" "A".
           05 KYCMOV-DATA           PIC 9(008).
           05 FILLER                PIC X(007).

      *LAYOUT DE KYCREJ - MOVIMENTO RECUSADO E O MOTIVO
       01  WRK-KYCREJ-REGISTRO.
           05 KYCREJ-MOVIMENTO      PIC X(070).
           05 KYCREJ-MOTIVO         PIC X(002).
               88 KYCREJ-MOT-CONTA-INEXISTENTE VALUE "01".
               88 KYCREJ-MOT-TIPO-INVALIDO     VALUE "02".
               88 KYCREJ-MOT-DOC-INVALIDO      VALUE "03".
               88 KYCREJ-MOT-RISCO-INVALIDO    VALUE "04".
               88 KYCREJ-MOT-DOC-INCOMPLETA    VALUE "05".

      *CADASTRO KYC DO RUN ANTERIOR
       01  WRK-TAB-ANT-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ANT-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-ANT-QTDE
               INDEXED BY IDX-ANT.
           05 TAB-ANT-DADOS         PIC X(120).

      *CADASTRO KYC ATUALIZADO, NA ORDEM DO CADCLIN
       01  WRK-TAB-KYC-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-KYC-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-KYC-QTDE
               INDEXED BY IDX-KYC.
           05 TAB-KYC-CHAVE         PIC X(015).
           05 TAB-KYC-DADOS         PIC X(120).

      *AREAS DE TRABALHO
       01  WRK-DATA-REF             PIC 9(008) VALUE ZEROS.

      *DATA DECOMPOSTA PARA O CALCULO DA PROXIMA REVISAO
       01  WRK-DATA-CALC.
           05 WRK-CALC-ANO          PIC 9(004).
           05 WRK-CALC-MES          PIC 9(002).
           05 WRK-CALC-DIA          PIC 9(002).

       01  WRK-ANOS-REVISAO         PIC 9(001) VALUE ZEROS.

       01  WRK-SW-KYCMOV            PIC X(001) VALUE "N".

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-KYCANT       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-CADCLIN      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-NOVOS-TITULARES    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-CONTAS-ENCERRADAS  PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-KYCMOV       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DOCUMENTOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REVISOES           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-MUDANCAS-RISCO     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RECUSADOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS           PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX18-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-INCLUIR-TITULAR
             UNTIL WRK-FS-CADCLIN = "10".
           PERFORM 022-APLICAR-MOVIMENTO
             UNTIL WRK-FS-KYCMOV = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX18 INICIADO - CADASTRO KYC"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMKYC.
           PERFORM 015-CARREGAR-TABELA-ANT.
           PERFORM 041-LER-CADCLIN.
           PERFORM 043-LER-KYCMOV.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *    SEM LANCAMENTO DAS AGENCIAS NO DIA NAO HA GERACAO DO KYCMOV
           OPEN INPUT    KYCMOV.
           IF WRK-FS-KYCMOV NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA KYCMOV - FS: " WRK-FS-KYCMOV
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-KYCMOV = "35"
              MOVE "10" TO WRK-FS-KYCMOV
           ELSE
              MOVE "S" TO WRK-SW-KYCMOV
           END-IF.

           OPEN OUTPUT   KYCHOJE.
           IF WRK-FS-KYCHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA KYCHOJE - FS: " WRK-FS-KYCHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   KYCREJ.
           IF WRK-FS-KYCREJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA KYCREJ - FS: " WRK-FS-KYCREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, OU COM A DATA ZERADA, VALE A DATA DO SISTEMA.
       013-LER-PARMKYC.
           MOVE ZEROS TO WRK-PARMKYC-REGISTRO.
           OPEN INPUT   PARMKYC.
           IF WRK-FS-PARMKYC NOT = "35"
              IF WRK-FS-PARMKYC NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMKYC - FS: "
                         WRK-FS-PARMKYC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMKYC INTO WRK-PARMKYC-REGISTRO
              IF WRK-FS-PARMKYC NOT = "00"
                 DISPLAY "ARQUIVO PARMKYC VAZIO - FS: "
                         WRK-FS-PARMKYC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMKYC
           END-IF.

           IF PARMKYC-DATA-REF = ZEROS
              ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           ELSE
              MOVE PARMKYC-DATA-REF TO WRK-DATA-REF
           END-IF.
           DISPLAY "DATA DE REFERENCIA DO CADASTRO KYC: "
                   WRK-DATA-REF.

      *NO PRIMEIRO RUN NAO HA KYCANT E TODOS OS TITULARES ENTRAM
      *COMO NOVOS.
       015-CARREGAR-TABELA-ANT.
           OPEN INPUT   KYCANT.
           IF WRK-FS-KYCANT NOT = "35"
              IF WRK-FS-KYCANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA KYCANT - FS: " WRK-FS-KYCANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-KYCANT
              PERFORM 030-MOVER-DADOS-TAB-ANT
                UNTIL WRK-FS-KYCANT = "10"
              CLOSE KYCANT
           END-IF.

       030-MOVER-DADOS-TAB-ANT.
           IF WRK-TAB-ANT-QTDE NOT < 2000
              DISPLAY "TABELA DO CADASTRO KYC EXCEDIDA - KYCANT"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-LIDOS-KYCANT.
           ADD 1 TO WRK-TAB-ANT-QTDE.
           MOVE WRK-KYC-REGISTRO TO TAB-ANT-DADOS(WRK-TAB-ANT-QTDE).
           PERFORM 042-LER-KYCANT.

      *CADA TITULAR DO CADCLIN LEVA O SEU CADASTRO KYC ANTERIOR OU,
      *SE A CONTA E NOVA, UM CADASTRO SEM DOCUMENTOS E COM UM MES DE
      *PRAZO PARA A DOCUMENTACAO.
       020-INCLUIR-TITULAR.
           IF WRK-TAB-KYC-QTDE NOT < 2000
              DISPLAY "TABELA DO CADASTRO KYC EXCEDIDA - CADCLIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE SPACES TO WRK-KYC-REGISTRO.
           SET IDX-ANT TO 1.
           SEARCH TAB-ANT-REGISTRO
               AT END
                   PERFORM 021-MONTAR-TITULAR-NOVO
               WHEN TAB-ANT-DADOS(IDX-ANT)(1:15) = CADCLIN-CHAVE
                   MOVE TAB-ANT-DADOS(IDX-ANT) TO WRK-KYC-REGISTRO
           END-SEARCH.
           ADD 1 TO WRK-TAB-KYC-QTDE.
           MOVE CADCLIN-CHAVE    TO TAB-KYC-CHAVE(WRK-TAB-KYC-QTDE).
           MOVE WRK-KYC-REGISTRO TO TAB-KYC-DADOS(WRK-TAB-KYC-QTDE).
           PERFORM 041-LER-CADCLIN.

       021-MONTAR-TITULAR-NOVO.
           MOVE CADCLIN-CHAVE  TO KYC-CHAVE.
           SET KYC-RISCO-MEDIO TO TRUE.
           MOVE WRK-DATA-REF   TO KYC-DATA-INCLUSAO.
           MOVE ZEROS          TO KYC-DATA-ULT-REVISAO.
           MOVE ZEROS          TO KYC-IDENT-EMISSAO
                                  KYC-IDENT-VALIDADE
                                  KYC-ENDER-EMISSAO
                                  KYC-ENDER-VALIDADE.
           MOVE WRK-DATA-REF   TO WRK-DATA-CALC.
           ADD 1 TO WRK-CALC-MES.
           IF WRK-CALC-MES > 12
              MOVE 1 TO WRK-CALC-MES
              ADD 1 TO WRK-CALC-ANO
           END-IF.
           PERFORM 032-AJUSTAR-FIM-MES.
           MOVE WRK-DATA-CALC  TO KYC-DATA-PROX-REVISAO.
           ADD 1 TO WRK-CONT-NOVOS-TITULARES.

      *APLICA O LANCAMENTO DA AGENCIA AO CADASTRO KYC DO TITULAR.
       022-APLICAR-MOVIMENTO.
           ADD 1 TO WRK-CONT-LIDOS-KYCMOV.
           MOVE SPACES TO KYCREJ-MOTIVO.
           SET IDX-KYC TO 1.
           SEARCH TAB-KYC-REGISTRO
               AT END
                   SET KYCREJ-MOT-CONTA-INEXISTENTE TO TRUE
               WHEN TAB-KYC-CHAVE(IDX-KYC) = KYCMOV-CHAVE
                   MOVE TAB-KYC-DADOS(IDX-KYC) TO WRK-KYC-REGISTRO
           END-SEARCH.

           IF KYCREJ-MOTIVO = SPACES
              IF KYCMOV-DATA = ZEROS
                 MOVE WRK-DATA-REF TO KYCMOV-DATA
              END-IF
              EVALUATE TRUE
                  WHEN KYCMOV-DOC-IDENT
                      PERFORM 023-REGISTRAR-DOC-IDENT
                  WHEN KYCMOV-DOC-ENDER
                      PERFORM 024-REGISTRAR-DOC-ENDER
                  WHEN KYCMOV-REVISAO
                      PERFORM 025-REGISTRAR-REVISAO
                  WHEN KYCMOV-MUDA-RISCO
                      PERFORM 026-REGISTRAR-MUDANCA-RISCO
                  WHEN OTHER
                      SET KYCREJ-MOT-TIPO-INVALIDO TO TRUE
              END-EVALUATE
           END-IF.

           IF KYCREJ-MOTIVO NOT = SPACES
              PERFORM 044-GRAVAR-KYCREJ
           ELSE
              MOVE WRK-KYC-REGISTRO TO TAB-KYC-DADOS(IDX-KYC)
           END-IF.
           PERFORM 043-LER-KYCMOV.

       023-REGISTRAR-DOC-IDENT.
           PERFORM 031-VALIDAR-DOCUMENTO.
           IF NOT KYCMOV-TIPO-IDENT
              SET KYCREJ-MOT-DOC-INVALIDO TO TRUE
           END-IF.
           IF KYCREJ-MOTIVO = SPACES
              MOVE KYCMOV-DOC-TIPO     TO KYC-IDENT-TIPO
              MOVE KYCMOV-DOC-NUMERO   TO KYC-IDENT-NUMERO
              MOVE KYCMOV-DOC-EMISSAO  TO KYC-IDENT-EMISSAO
              MOVE KYCMOV-DOC-VALIDADE TO KYC-IDENT-VALIDADE
              ADD 1 TO WRK-CONT-DOCUMENTOS
           END-IF.

       024-REGISTRAR-DOC-ENDER.
           PERFORM 031-VALIDAR-DOCUMENTO.
           IF NOT KYCMOV-TIPO-ENDER
              SET KYCREJ-MOT-DOC-INVALIDO TO TRUE
           END-IF.
           IF KYCREJ-MOTIVO = SPACES
              MOVE KYCMOV-DOC-TIPO     TO KYC-ENDER-TIPO
              MOVE KYCMOV-DOC-NUMERO   TO KYC-ENDER-NUMERO
              MOVE KYCMOV-DOC-EMISSAO  TO KYC-ENDER-EMISSAO
              MOVE KYCMOV-DOC-VALIDADE TO KYC-ENDER-VALIDADE
              ADD 1 TO WRK-CONT-DOCUMENTOS
           END-IF.

      *A REVISAO SO FECHA COM OS DOIS DOCUMENTOS ENTREGUES E DENTRO
      *DA VALIDADE; A PROXIMA CONTA A PARTIR DA DATA DA REVISAO.
       025-REGISTRAR-REVISAO.
           EVALUATE TRUE
               WHEN NOT KYCMOV-RISCO-VALIDO
                   SET KYCREJ-MOT-RISCO-INVALIDO TO TRUE
               WHEN KYC-IDENT-TIPO = SPACES
                 OR KYC-ENDER-TIPO = SPACES
                   SET KYCREJ-MOT-DOC-INCOMPLETA TO TRUE
               WHEN KYC-IDENT-VALIDADE NOT = ZEROS
                AND KYC-IDENT-VALIDADE < KYCMOV-DATA
                   SET KYCREJ-MOT-DOC-INCOMPLETA TO TRUE
               WHEN KYC-ENDER-VALIDADE NOT = ZEROS
                AND KYC-ENDER-VALIDADE < KYCMOV-DATA
                   SET KYCREJ-MOT-DOC-INCOMPLETA TO TRUE
               WHEN OTHER
                   MOVE KYCMOV-RISCO TO KYC-RISCO
                   MOVE KYCMOV-DATA  TO KYC-DATA-ULT-REVISAO
                   PERFORM 033-CALCULAR-PROX-REVISAO
                   ADD 1 TO WRK-CONT-REVISOES
           END-EVALUATE.

      *SO A CATEGORIA MUDA; A PROXIMA REVISAO E RECALCULADA A PARTIR
      *DA ULTIMA (OU DA INCLUSAO, SE NUNCA HOUVE REVISAO) E PODE JA
      *ESTAR VENCIDA QUANDO O RISCO SOBE.
       026-REGISTRAR-MUDANCA-RISCO.
           IF NOT KYCMOV-RISCO-VALIDO
              SET KYCREJ-MOT-RISCO-INVALIDO TO TRUE
           ELSE
              MOVE KYCMOV-RISCO TO KYC-RISCO
              IF KYC-DATA-ULT-REVISAO NOT = ZEROS
                 PERFORM 033-CALCULAR-PROX-REVISAO
              END-IF
              ADD 1 TO WRK-CONT-MUDANCAS-RISCO
           END-IF.

       031-VALIDAR-DOCUMENTO.
           IF KYCMOV-DOC-NUMERO = SPACES
              OR KYCMOV-DOC-EMISSAO NOT NUMERIC
              OR KYCMOV-DOC-VALIDADE NOT NUMERIC
              OR KYCMOV-DOC-EMISSAO = ZEROS
              OR KYCMOV-DOC-EMISSAO > KYCMOV-DATA
              SET KYCREJ-MOT-DOC-INVALIDO TO TRUE
           ELSE
              IF KYCMOV-DOC-VALIDADE NOT = ZEROS
                 AND KYCMOV-DOC-VALIDADE NOT > KYCMOV-DOC-EMISSAO
                 SET KYCREJ-MOT-DOC-INVALIDO TO TRUE
              END-IF
           END-IF.

      *DIA 29, 30 OU 31 QUE NAO EXISTE NO MES CALCULADO PASSA PARA
      *O ULTIMO DIA DESSE MES.
       032-AJUSTAR-FIM-MES.
           IF WRK-CALC-MES = 2 AND WRK-CALC-DIA > 28
              MOVE 28 TO WRK-CALC-DIA
           END-IF.
           IF WRK-CALC-DIA = 31
              AND (WRK-CALC-MES = 4 OR WRK-CALC-MES = 6
                   OR WRK-CALC-MES = 9 OR WRK-CALC-MES = 11)
              MOVE 30 TO WRK-CALC-DIA
           END-IF.

      *PROXIMA REVISAO = ULTIMA REVISAO MAIS 1, 2 OU 3 ANOS PARA
      *RISCO ALTO, MEDIO OU BAIXO.
       033-CALCULAR-PROX-REVISAO.
           EVALUATE TRUE
               WHEN KYC-RISCO-ALTO
                   MOVE 1 TO WRK-ANOS-REVISAO
               WHEN KYC-RISCO-MEDIO
                   MOVE 2 TO WRK-ANOS-REVISAO
               WHEN OTHER
                   MOVE 3 TO WRK-ANOS-REVISAO
           END-EVALUATE.
           MOVE KYC-DATA-ULT-REVISAO TO WRK-DATA-CALC.
           ADD WRK-ANOS-REVISAO      TO WRK-CALC-ANO.
           PERFORM 032-AJUSTAR-FIM-MES.
           MOVE WRK-DATA-CALC        TO KYC-DATA-PROX-REVISAO.

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-CADCLIN = "00"
              ADD 1 TO WRK-CONT-LIDOS-CADCLIN
           END-IF.

       042-LER-KYCANT.
           READ KYCANT INTO WRK-KYC-REGISTRO.
           IF WRK-FS-KYCANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA KYCANT - FS: " WRK-FS-KYCANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-KYCMOV.
           IF WRK-FS-KYCMOV NOT = "10"
              READ KYCMOV INTO WRK-KYCMOV-REGISTRO
              IF WRK-FS-KYCMOV NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA KYCMOV - FS: " WRK-FS-KYCMOV
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       044-GRAVAR-KYCREJ.
           MOVE WRK-KYCMOV-REGISTRO TO KYCREJ-MOVIMENTO.
           WRITE FD-KYCREJ-REGISTRO FROM WRK-KYCREJ-REGISTRO.
           IF WRK-FS-KYCREJ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO KYCREJ - FS: " WRK-FS-KYCREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-RECUSADOS.

       045-GRAVAR-KYCHOJE.
           WRITE FD-KYCHOJE-REGISTRO FROM TAB-KYC-DADOS(IDX-KYC).
           IF WRK-FS-KYCHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO KYCHOJE - FS: " WRK-FS-KYCHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS.

       050-FINALIZAR.
           PERFORM 045-GRAVAR-KYCHOJE
           VARYING IDX-KYC FROM 1 BY 1
           UNTIL IDX-KYC > WRK-TAB-KYC-QTDE.
           COMPUTE WRK-CONT-CONTAS-ENCERRADAS =
               WRK-CONT-LIDOS-KYCANT + WRK-CONT-NOVOS-TITULARES
             - WRK-CONT-GRAVADOS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-RECUSADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos KYCANT......: "
                   WRK-CONT-LIDOS-KYCANT.
           DISPLAY "Quantidade de Contas Lidas CADCLIN........: "
                   WRK-CONT-LIDOS-CADCLIN.
           DISPLAY "Quantidade de Titulares Novos.............: "
                   WRK-CONT-NOVOS-TITULARES.
           DISPLAY "Quantidade de Contas Encerradas...........: "
                   WRK-CONT-CONTAS-ENCERRADAS.
           DISPLAY "Quantidade de Movimentos Lidos KYCMOV.....: "
                   WRK-CONT-LIDOS-KYCMOV.
           DISPLAY "Quantidade de Documentos Registrados......: "
                   WRK-CONT-DOCUMENTOS.
           DISPLAY "Quantidade de Revisoes Concluidas.........: "
                   WRK-CONT-REVISOES.
           DISPLAY "Quantidade de Mudancas de Risco...........: "
                   WRK-CONT-MUDANCAS-RISCO.
           DISPLAY "Quantidade de Movimentos Recusados........: "
                   WRK-CONT-RECUSADOS.
           DISPLAY "Quantidade de Registros Gravados KYCHOJE..: "
                   WRK-CONT-GRAVADOS.

       052-FECHAR-ARQUIVOS.
           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-SW-KYCMOV = "S"
              CLOSE KYCMOV
           END-IF.

           CLOSE KYCHOJE.
           IF WRK-FS-KYCHOJE NOT = "00"
              DISPLAY "ERRO CLOSE KYCHOJE - FS: " WRK-FS-KYCHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE KYCREJ.
           IF WRK-FS-KYCREJ NOT = "00"
              DISPLAY "ERRO CLOSE KYCREJ - FS: " WRK-FS-KYCREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX18".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

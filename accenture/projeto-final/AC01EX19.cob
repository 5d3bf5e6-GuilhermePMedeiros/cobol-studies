       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX19.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX19
      *REVISAO PERIODICA DO CADASTRO KYC. RODA NO INICIO DE CADA MES
      *SOBRE O CADASTRO KYC MANTIDO PELO AC01EX18 E GERA:
      *  KYCREV - LISTA DAS CONTAS COM KYC VENCIDO E DAS QUE VENCEM
      *           NO MES DA DATA DE REFERENCIA (REVISAO PERIODICA OU
      *           VALIDADE DE DOCUMENTO), COM O MOTIVO;
      *  KYCBLK - CONTAS COM KYC VENCIDO, LIDAS PELO AC00EX44 PARA
      *           NEGAR NOVAS PROPOSTAS DE EMPRESTIMO;
      *  KYCAGE - DOSSIES INCOMPLETOS POR AGENCIA PARA OS GERENTES.
      *O KYC ESTA VENCIDO QUANDO A PROXIMA REVISAO JA PASSOU (A
      *CONTA NOVA SEM DOCUMENTOS VENCE AO FIM DO PRAZO DE UM MES) OU
      *QUANDO UM DOS DOCUMENTOS PASSOU DA VALIDADE. O BLOQUEIO VALE
      *ATE O PROXIMO RUN DESTE PROGRAMA, QUE PODE SER REPETIDO NO MES
      *DEPOIS QUE A AGENCIA REGULARIZAR O CADASTRO.
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

      *CADASTRO KYC GERADO PELO AC01EX18
       SELECT KYCCAD   ASSIGN    TO KYCCAD
                      FILE STATUS    IS WRK-FS-KYCCAD.

      *CADASTRO DAS CONTAS - NOME DO TITULAR
       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *LISTA DE REVISAO DO MES
       SELECT KYCREV   ASSIGN    TO KYCREV
                      FILE STATUS    IS WRK-FS-KYCREV.

      *CONTAS BLOQUEADAS PARA NOVOS EMPRESTIMOS
       SELECT KYCBLK   ASSIGN    TO KYCBLK
                      FILE STATUS    IS WRK-FS-KYCBLK.

      *DOSSIES INCOMPLETOS POR AGENCIA
       SELECT KYCAGE   ASSIGN    TO KYCAGE
                      FILE STATUS    IS WRK-FS-KYCAGE.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMKYC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMKYC-REGISTRO     PIC X(008).

       FD  KYCCAD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCCAD-REGISTRO      PIC X(120).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  KYCREV
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCREV-REGISTRO      PIC X(080).

       FD  KYCBLK
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCBLK-REGISTRO      PIC X(016).

       FD  KYCAGE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-KYCAGE-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMKYC        PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCCAD         PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCREV         PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCBLK         PIC X(002) VALUE SPACES.
           05 WRK-FS-KYCAGE         PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMKYC - MESMO LIDO PELO AC01EX18
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

      *LAYOUT DE KYCCAD - MESMO GRAVADO PELO AC01EX18
       01  WRK-KYC-REGISTRO.
           05 KYC-CHAVE.
               07 KYC-AGENCIA           PIC 9(005).
               07 KYC-NUMERO-CONTA      PIC 9(010).
           05 KYC-RISCO             PIC X(001).
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

      *LAYOUT DE KYCBLK - CONTA BLOQUEADA E O MOTIVO
       01  WRK-KYCBLK-REGISTRO.
           05 KYCBLK-MOTIVO         PIC X(001).
               88 KYCBLK-MOT-INCOMPLETO     VALUE "I".
               88 KYCBLK-MOT-DOC-VENCIDO    VALUE "D".
               88 KYCBLK-MOT-REVISAO        VALUE "R".
           05 KYCBLK-CHAVE          PIC X(015).

      *NOMES DOS TITULARES
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAD-REGISTRO OCCURS 1 TO 2000 TIMES
               DEPENDING ON WRK-TAB-CAD-QTDE
               INDEXED BY IDX-CAD.
           05 TAB-CAD-CHAVE         PIC X(015).
           05 TAB-CAD-NOME          PIC X(040).

      *TOTAIS POR AGENCIA
       01  WRK-TAB-AGE-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-AGE-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-AGE-QTDE
               INDEXED BY IDX-AGE.
           05 TAB-AGE-AGENCIA       PIC 9(005).
           05 TAB-AGE-CONTAS        PIC 9(007).
           05 TAB-AGE-SEM-IDENT     PIC 9(007).
           05 TAB-AGE-SEM-ENDER     PIC 9(007).
           05 TAB-AGE-INCOMPLETAS   PIC 9(007).
           05 TAB-AGE-VENCIDAS      PIC 9(007).

      *AREAS DE TRABALHO
       01  WRK-DATA-REF             PIC 9(008) VALUE ZEROS.

      *ULTIMO DIA POSSIVEL DO MES DA DATA DE REFERENCIA - DIA 31
      *SERVE A TODOS OS MESES NA COMPARACAO AAAAMMDD.
       01  WRK-FIM-MES.
           05 WRK-FIM-MES-ANO-MES   PIC 9(006).
           05 WRK-FIM-MES-DIA       PIC 9(002).
       01  WRK-FIM-MES-DATA REDEFINES WRK-FIM-MES
                                    PIC 9(008).

       01  WRK-SW-INCOMPLETO        PIC 9(001) VALUE ZEROS.
           88 DOSSIE-INCOMPLETO        VALUE 1.
           88 DOSSIE-COMPLETO          VALUE 0.

       01  WRK-SW-IDENT-VENCIDO     PIC 9(001) VALUE ZEROS.
           88 IDENT-VENCIDO            VALUE 1.
       01  WRK-SW-ENDER-VENCIDO     PIC 9(001) VALUE ZEROS.
           88 ENDER-VENCIDO            VALUE 1.
       01  WRK-SW-REVISAO-VENCIDA   PIC 9(001) VALUE ZEROS.
           88 REVISAO-VENCIDA          VALUE 1.

       01  WRK-SW-IDENT-A-VENCER    PIC 9(001) VALUE ZEROS.
           88 IDENT-A-VENCER           VALUE 1.
       01  WRK-SW-ENDER-A-VENCER    PIC 9(001) VALUE ZEROS.
           88 ENDER-A-VENCER           VALUE 1.
       01  WRK-SW-REVISAO-A-VENCER  PIC 9(001) VALUE ZEROS.
           88 REVISAO-A-VENCER         VALUE 1.

      *LINHAS DO KYCREV E DO KYCAGE
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-TIT-REV.
           05 FILLER                PIC X(040)
              VALUE "REVISAO PERIODICA DO CADASTRO KYC -    ".
           05 FILLER                PIC X(016)
              VALUE " DATA-REFERENCIA".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TIT-REV-DATA-REF      PIC 9(008).
           05 FILLER                PIC X(015) VALUE SPACES.

       01  WRK-LINHA-CAB-REV.
           05 FILLER                PIC X(040)
              VALUE "AGENCIA/CONTA   TITULAR               R ".
           05 FILLER                PIC X(040)
              VALUE " PROX REV SITUACAO     MOTIVO           ".

       01  WRK-LINHA-REV.
           05 REV-CHAVE             PIC X(015).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 REV-NOME              PIC X(021).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 REV-RISCO             PIC X(001).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 REV-PROX-REVISAO      PIC 9(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 REV-SITUACAO          PIC X(012).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 REV-MOTIVO            PIC X(017).

       01  WRK-LINHA-TOT-REV.
           05 TOT-REV-DESCRICAO     PIC X(040).
           05 TOT-REV-QTDE          PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(031) VALUE SPACES.

       01  WRK-LINHA-TIT-AGE.
           05 FILLER                PIC X(040)
              VALUE "DOSSIES KYC INCOMPLETOS POR AGENCIA -   ".
           05 FILLER                PIC X(016)
              VALUE " DATA-REFERENCIA".
           05 FILLER                PIC X(001) VALUE SPACES.
           05 TIT-AGE-DATA-REF      PIC 9(008).
           05 FILLER                PIC X(015) VALUE SPACES.

       01  WRK-LINHA-CAB-AGE.
           05 FILLER                PIC X(040)
              VALUE "AGENCIA       CONTAS  SEM IDENT  SEM END".
           05 FILLER                PIC X(040)
              VALUE "ER INCOMPLETAS  KYC VENCIDO            ".

       01  WRK-LINHA-AGE.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 AGE-AGENCIA           PIC X(005).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 AGE-CONTAS            PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 AGE-SEM-IDENT         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 AGE-SEM-ENDER         PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 AGE-INCOMPLETAS       PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(004) VALUE SPACES.
           05 AGE-VENCIDAS          PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(016) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-KYCCAD       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-VENCIDOS           PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-A-VENCER           PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-KYCBLK    PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-TOT-SEM-IDENT      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-TOT-SEM-ENDER      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-TOT-INCOMPLETAS    PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX19-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-AVALIAR-CONTA
             UNTIL WRK-FS-KYCCAD = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX19 INICIADO - REVISAO KYC"
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMKYC.
           PERFORM 015-CARREGAR-TABELA-CAD.
           PERFORM 016-IMPRIMIR-CABECALHO.
           PERFORM 042-LER-KYCCAD.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    KYCCAD.
           IF WRK-FS-KYCCAD NOT = ZEROS
              DISPLAY "ERRO ABERTURA KYCCAD - FS: " WRK-FS-KYCCAD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   KYCREV.
           IF WRK-FS-KYCREV NOT = ZEROS
              DISPLAY "ERRO ABERTURA KYCREV - FS: " WRK-FS-KYCREV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   KYCBLK.
           IF WRK-FS-KYCBLK NOT = ZEROS
              DISPLAY "ERRO ABERTURA KYCBLK - FS: " WRK-FS-KYCBLK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   KYCAGE.
           IF WRK-FS-KYCAGE NOT = ZEROS
              DISPLAY "ERRO ABERTURA KYCAGE - FS: " WRK-FS-KYCAGE
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
           MOVE WRK-DATA-REF(1:6) TO WRK-FIM-MES-ANO-MES.
           MOVE 31                TO WRK-FIM-MES-DIA.
           DISPLAY "DATA DE REFERENCIA DA REVISAO KYC: "
                   WRK-DATA-REF.

       015-CARREGAR-TABELA-CAD.
           PERFORM 041-LER-CADCLIN.
           PERFORM 030-MOVER-DADOS-TAB-CAD
             UNTIL WRK-FS-CADCLIN = "10".

       030-MOVER-DADOS-TAB-CAD.
           IF WRK-TAB-CAD-QTDE NOT < 2000
              DISPLAY "TABELA DE CONTAS EXCEDIDA - CADCLIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CAD-QTDE.
           MOVE CADCLIN-CHAVE
           TO TAB-CAD-CHAVE(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-NOME-CLIENTE
           TO TAB-CAD-NOME(WRK-TAB-CAD-QTDE).
           PERFORM 041-LER-CADCLIN.

       016-IMPRIMIR-CABECALHO.
           MOVE WRK-DATA-REF        TO TIT-REV-DATA-REF.
           MOVE WRK-LINHA-TIT-REV   TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.
           MOVE WRK-LINHA-TRACO     TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.
           MOVE WRK-LINHA-CAB-REV   TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.
           MOVE WRK-LINHA-TRACO     TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.

      *CLASSIFICA O CADASTRO KYC DA CONTA, LISTA O QUE ESTA VENCIDO
      *OU VENCE NO MES, BLOQUEIA O VENCIDO E SOMA NA AGENCIA.
       020-AVALIAR-CONTA.
           ADD 1 TO WRK-CONT-LIDOS-KYCCAD.
           PERFORM 021-CLASSIFICAR-CONTA.
           PERFORM 025-ACUMULAR-AGENCIA.

           IF REVISAO-VENCIDA OR IDENT-VENCIDO OR ENDER-VENCIDO
              MOVE "VENCIDO"     TO REV-SITUACAO
              PERFORM 022-IMPRIMIR-CONTA
              PERFORM 023-BLOQUEAR-CONTA
              ADD 1 TO WRK-CONT-VENCIDOS
           ELSE
              IF REVISAO-A-VENCER OR IDENT-A-VENCER
                 OR ENDER-A-VENCER
                 MOVE "VENCE NO MES" TO REV-SITUACAO
                 PERFORM 022-IMPRIMIR-CONTA
                 ADD 1 TO WRK-CONT-A-VENCER
              END-IF
           END-IF.
           PERFORM 042-LER-KYCCAD.

       021-CLASSIFICAR-CONTA.
           SET DOSSIE-COMPLETO TO TRUE.
           IF KYC-IDENT-TIPO = SPACES OR KYC-ENDER-TIPO = SPACES
              SET DOSSIE-INCOMPLETO TO TRUE
           END-IF.

           MOVE ZEROS TO WRK-SW-IDENT-VENCIDO
                         WRK-SW-ENDER-VENCIDO
                         WRK-SW-REVISAO-VENCIDA
                         WRK-SW-IDENT-A-VENCER
                         WRK-SW-ENDER-A-VENCER
                         WRK-SW-REVISAO-A-VENCER.

           IF KYC-DATA-PROX-REVISAO < WRK-DATA-REF
              SET REVISAO-VENCIDA TO TRUE
           ELSE
              IF KYC-DATA-PROX-REVISAO NOT > WRK-FIM-MES-DATA
                 SET REVISAO-A-VENCER TO TRUE
              END-IF
           END-IF.

           IF KYC-IDENT-VALIDADE NOT = ZEROS
              IF KYC-IDENT-VALIDADE < WRK-DATA-REF
                 SET IDENT-VENCIDO TO TRUE
              ELSE
                 IF KYC-IDENT-VALIDADE NOT > WRK-FIM-MES-DATA
                    SET IDENT-A-VENCER TO TRUE
                 END-IF
              END-IF
           END-IF.

           IF KYC-ENDER-VALIDADE NOT = ZEROS
              IF KYC-ENDER-VALIDADE < WRK-DATA-REF
                 SET ENDER-VENCIDO TO TRUE
              ELSE
                 IF KYC-ENDER-VALIDADE NOT > WRK-FIM-MES-DATA
                    SET ENDER-A-VENCER TO TRUE
                 END-IF
              END-IF
           END-IF.

      *O MOTIVO IMPRESSO E O MAIS GRAVE: DOSSIE INCOMPLETO, DEPOIS
      *DOCUMENTO, DEPOIS A REVISAO PERIODICA.
       022-IMPRIMIR-CONTA.
           MOVE KYC-CHAVE             TO REV-CHAVE.
           MOVE SPACES                TO REV-NOME.
           SET IDX-CAD TO 1.
           SEARCH TAB-CAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CAD-CHAVE(IDX-CAD) = KYC-CHAVE
                   MOVE TAB-CAD-NOME(IDX-CAD) TO REV-NOME
           END-SEARCH.
           MOVE KYC-RISCO             TO REV-RISCO.
           MOVE KYC-DATA-PROX-REVISAO TO REV-PROX-REVISAO.
           EVALUATE TRUE
               WHEN DOSSIE-INCOMPLETO
                   MOVE "DOSSIE INCOMPLETO" TO REV-MOTIVO
               WHEN IDENT-VENCIDO OR IDENT-A-VENCER
                   MOVE "DOC IDENTIFICACAO" TO REV-MOTIVO
               WHEN ENDER-VENCIDO OR ENDER-A-VENCER
                   MOVE "COMPROV. ENDERECO" TO REV-MOTIVO
               WHEN OTHER
                   MOVE "REVISAO PERIODICA" TO REV-MOTIVO
           END-EVALUATE.
           MOVE WRK-LINHA-REV         TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.

       023-BLOQUEAR-CONTA.
           MOVE KYC-CHAVE TO KYCBLK-CHAVE.
           EVALUATE TRUE
               WHEN DOSSIE-INCOMPLETO
                   SET KYCBLK-MOT-INCOMPLETO  TO TRUE
               WHEN IDENT-VENCIDO OR ENDER-VENCIDO
                   SET KYCBLK-MOT-DOC-VENCIDO TO TRUE
               WHEN OTHER
                   SET KYCBLK-MOT-REVISAO     TO TRUE
           END-EVALUATE.
           WRITE FD-KYCBLK-REGISTRO FROM WRK-KYCBLK-REGISTRO.
           IF WRK-FS-KYCBLK NOT = ZEROS
              DISPLAY "ERRO GRAVACAO KYCBLK - FS: " WRK-FS-KYCBLK
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-KYCBLK.

       025-ACUMULAR-AGENCIA.
           SET IDX-AGE TO 1.
           SEARCH TAB-AGE-REGISTRO
               AT END
                   PERFORM 026-INCLUIR-AGENCIA
               WHEN TAB-AGE-AGENCIA(IDX-AGE) = KYC-AGENCIA
                   CONTINUE
           END-SEARCH.
           ADD 1 TO TAB-AGE-CONTAS(IDX-AGE).
           IF KYC-IDENT-TIPO = SPACES
              ADD 1 TO TAB-AGE-SEM-IDENT(IDX-AGE)
              ADD 1 TO WRK-CONT-TOT-SEM-IDENT
           END-IF.
           IF KYC-ENDER-TIPO = SPACES
              ADD 1 TO TAB-AGE-SEM-ENDER(IDX-AGE)
              ADD 1 TO WRK-CONT-TOT-SEM-ENDER
           END-IF.
           IF DOSSIE-INCOMPLETO
              ADD 1 TO TAB-AGE-INCOMPLETAS(IDX-AGE)
              ADD 1 TO WRK-CONT-TOT-INCOMPLETAS
           END-IF.
           IF REVISAO-VENCIDA OR IDENT-VENCIDO OR ENDER-VENCIDO
              ADD 1 TO TAB-AGE-VENCIDAS(IDX-AGE)
           END-IF.

       026-INCLUIR-AGENCIA.
           IF WRK-TAB-AGE-QTDE NOT < 999
              DISPLAY "TABELA DE AGENCIAS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-AGE-QTDE.
           SET IDX-AGE TO WRK-TAB-AGE-QTDE.
           MOVE KYC-AGENCIA TO TAB-AGE-AGENCIA(IDX-AGE).
           MOVE ZEROS       TO TAB-AGE-CONTAS(IDX-AGE)
                               TAB-AGE-SEM-IDENT(IDX-AGE)
                               TAB-AGE-SEM-ENDER(IDX-AGE)
                               TAB-AGE-INCOMPLETAS(IDX-AGE)
                               TAB-AGE-VENCIDAS(IDX-AGE).

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-KYCCAD.
           READ KYCCAD INTO WRK-KYC-REGISTRO.
           IF WRK-FS-KYCCAD NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA KYCCAD - FS: " WRK-FS-KYCCAD
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-GRAVAR-KYCREV.
           WRITE FD-KYCREV-REGISTRO.
           IF WRK-FS-KYCREV NOT = ZEROS
              DISPLAY "ERRO GRAVACAO KYCREV - FS: " WRK-FS-KYCREV
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-GRAVAR-KYCAGE.
           WRITE FD-KYCAGE-REGISTRO.
           IF WRK-FS-KYCAGE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO KYCAGE - FS: " WRK-FS-KYCAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 053-IMPRIMIR-TOTAIS-REV.
           PERFORM 054-IMPRIMIR-AGENCIAS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Cadastros KYC Lidos.........: "
                   WRK-CONT-LIDOS-KYCCAD.
           DISPLAY "Quantidade de Contas com KYC Vencido......: "
                   WRK-CONT-VENCIDOS.
           DISPLAY "Quantidade de Contas que Vencem no Mes....: "
                   WRK-CONT-A-VENCER.
           DISPLAY "Quantidade de Contas Bloqueadas KYCBLK....: "
                   WRK-CONT-GRAVADOS-KYCBLK.
           DISPLAY "Quantidade de Dossies Incompletos.........: "
                   WRK-CONT-TOT-INCOMPLETAS.

       052-FECHAR-ARQUIVOS.
           CLOSE KYCCAD.
           IF WRK-FS-KYCCAD NOT = "00"
              DISPLAY "ERRO CLOSE KYCCAD - FS: " WRK-FS-KYCCAD
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CADCLIN.
           IF WRK-FS-CADCLIN NOT = "00"
              DISPLAY "ERRO CLOSE CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE KYCREV.
           IF WRK-FS-KYCREV NOT = "00"
              DISPLAY "ERRO CLOSE KYCREV - FS: " WRK-FS-KYCREV
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE KYCBLK.
           IF WRK-FS-KYCBLK NOT = "00"
              DISPLAY "ERRO CLOSE KYCBLK - FS: " WRK-FS-KYCBLK
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE KYCAGE.
           IF WRK-FS-KYCAGE NOT = "00"
              DISPLAY "ERRO CLOSE KYCAGE - FS: " WRK-FS-KYCAGE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       053-IMPRIMIR-TOTAIS-REV.
           MOVE WRK-LINHA-TRACO     TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.
           MOVE "TOTAL DE CONTAS COM KYC VENCIDO........:"
                                    TO TOT-REV-DESCRICAO.
           MOVE WRK-CONT-VENCIDOS   TO TOT-REV-QTDE.
           MOVE WRK-LINHA-TOT-REV   TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.
           MOVE "TOTAL DE CONTAS QUE VENCEM NO MES......:"
                                    TO TOT-REV-DESCRICAO.
           MOVE WRK-CONT-A-VENCER   TO TOT-REV-QTDE.
           MOVE WRK-LINHA-TOT-REV   TO FD-KYCREV-REGISTRO.
           PERFORM 044-GRAVAR-KYCREV.

       054-IMPRIMIR-AGENCIAS.
           MOVE WRK-DATA-REF        TO TIT-AGE-DATA-REF.
           MOVE WRK-LINHA-TIT-AGE   TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.
           MOVE WRK-LINHA-TRACO     TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.
           MOVE WRK-LINHA-CAB-AGE   TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.
           MOVE WRK-LINHA-TRACO     TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.
           PERFORM 055-IMPRIMIR-AGENCIA
           VARYING IDX-AGE FROM 1 BY 1
           UNTIL IDX-AGE > WRK-TAB-AGE-QTDE.
           MOVE WRK-LINHA-TRACO     TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.
           MOVE "TOTAL"                  TO AGE-AGENCIA.
           MOVE WRK-CONT-LIDOS-KYCCAD    TO AGE-CONTAS.
           MOVE WRK-CONT-TOT-SEM-IDENT   TO AGE-SEM-IDENT.
           MOVE WRK-CONT-TOT-SEM-ENDER   TO AGE-SEM-ENDER.
           MOVE WRK-CONT-TOT-INCOMPLETAS TO AGE-INCOMPLETAS.
           MOVE WRK-CONT-VENCIDOS        TO AGE-VENCIDAS.
           MOVE WRK-LINHA-AGE            TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.

       055-IMPRIMIR-AGENCIA.
           MOVE TAB-AGE-AGENCIA(IDX-AGE)     TO AGE-AGENCIA.
           MOVE TAB-AGE-CONTAS(IDX-AGE)      TO AGE-CONTAS.
           MOVE TAB-AGE-SEM-IDENT(IDX-AGE)   TO AGE-SEM-IDENT.
           MOVE TAB-AGE-SEM-ENDER(IDX-AGE)   TO AGE-SEM-ENDER.
           MOVE TAB-AGE-INCOMPLETAS(IDX-AGE) TO AGE-INCOMPLETAS.
           MOVE TAB-AGE-VENCIDAS(IDX-AGE)    TO AGE-VENCIDAS.
           MOVE WRK-LINHA-AGE                TO FD-KYCAGE-REGISTRO.
           PERFORM 045-GRAVAR-KYCAGE.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX19".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

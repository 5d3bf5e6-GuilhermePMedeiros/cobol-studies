       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX21.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX21
      *MANUTENCAO DO CADASTRO DE CORRETORES DE SEGURO EXTERNOS.
      *RODA DIARIAMENTE ANTES DO AC00EX42 E MANTEM, NO ESPIRITO
      *DOS SNAPSHOTS (CORRANT/CORRHOJE), UM REGISTRO POR CORRETOR
      *COM O NOME, O DOCUMENTO (CPF/CNPJ), A CONTA DE PAGAMENTO DA
      *COMISSAO E O PRAZO DE ESTORNO (DIAS APOS O RECEBIMENTO DO
      *PREMIO EM QUE A COMISSAO AINDA PODE SER ESTORNADA POR
      *LAPSO OU CANCELAMENTO DA APOLICE).
      *OS MOVIMENTOS DO MANTCOR INCLUEM (I), ALTERAM (A - SO OS
      *CAMPOS INFORMADOS) OU DESATIVAM (E) O CORRETOR. O CORRETOR
      *DESATIVADO CONTINUA NO CADASTRO (PARA OS ESTORNOS E O
      *SALDO DEVEDOR) E VOLTA A ATIVO COM NOVA INCLUSAO. SEM PRAZO
      *INFORMADO NA INCLUSAO, VALEM 90 DIAS. MOVIMENTOS RECUSADOS
      *VAO PARA O CORREJ COM O MOTIVO E TERMINAM COM RC 4.
      *A COMISSAO E APURADA PELO AC01EX22 E PAGA PELO AC01EX23.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CADASTRO DE CORRETORES DO RUN ANTERIOR (OPCIONAL NO
      *PRIMEIRO RUN)
       SELECT CORRANT  ASSIGN    TO CORRANT
                      FILE STATUS    IS WRK-FS-CORRANT.

      *INCLUSOES, ALTERACOES E DESATIVACOES (OPCIONAL)
       SELECT MANTCOR  ASSIGN    TO MANTCOR
                      FILE STATUS    IS WRK-FS-MANTCOR.

      *CADASTRO DE CORRETORES ATUALIZADO
       SELECT CORRHOJE ASSIGN    TO CORRHOJE
                      FILE STATUS    IS WRK-FS-CORRHOJE.

      *MOVIMENTOS RECUSADOS
       SELECT CORREJ   ASSIGN    TO CORREJ
                      FILE STATUS    IS WRK-FS-CORREJ.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  CORRANT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CORRANT-REGISTRO     PIC X(100).

       FD  MANTCOR
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MANTCOR-REGISTRO     PIC X(080).

       FD  CORRHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CORRHOJE-REGISTRO    PIC X(100).

       FD  CORREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CORREJ-REGISTRO      PIC X(082).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-CORRANT        PIC X(002) VALUE SPACES.
           05 WRK-FS-MANTCOR        PIC X(002) VALUE SPACES.
           05 WRK-FS-CORRHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-CORREJ         PIC X(002) VALUE SPACES.

      *LAYOUT DE CORRANT/CORRHOJE - CADASTRO DE UM CORRETOR
       01  WRK-CORR-REGISTRO.
           05 CORR-COD-CORRETOR     PIC 9(005).
           05 CORR-NOME             PIC X(040).
           05 CORR-DOCUMENTO        PIC 9(014).
           05 CORR-CHAVE-CONTA      PIC X(015).
           05 CORR-DIAS-ESTORNO     PIC 9(003).
           05 CORR-STATUS           PIC X(001).
               88 CORR-ATIVO           VALUE "A".
               88 CORR-INATIVO         VALUE "I".
           05 CORR-DATA-INCLUSAO    PIC 9(008).
           05 CORR-DATA-ALTERACAO   PIC 9(008).
           05 FILLER                PIC X(006).

      *LAYOUT DE MANTCOR - MOVIMENTO DO CADASTRO DE CORRETORES
       01  WRK-MANTCOR-REGISTRO.
           05 MANTCOR-TIPO-MOV      PIC X(001).
               88 MANTCOR-INCLUSAO     VALUE "I".
               88 MANTCOR-ALTERACAO    VALUE "A".
               88 MANTCOR-DESATIVACAO  VALUE "E".
           05 MANTCOR-COD-CORRETOR  PIC 9(005).
           05 MANTCOR-NOME          PIC X(040).
           05 MANTCOR-DOCUMENTO     PIC 9(014).
           05 MANTCOR-CHAVE-CONTA   PIC X(015).
           05 MANTCOR-DIAS-ESTORNO  PIC 9(003).
           05 FILLER                PIC X(002).

      *LAYOUT DE CORREJ - MOVIMENTO RECUSADO E O MOTIVO
       01  WRK-CORREJ-REGISTRO.
           05 CORREJ-MOVIMENTO      PIC X(080).
           05 CORREJ-MOTIVO         PIC X(002).
               88 CORREJ-MOT-TIPO-INVALIDO     VALUE "01".
               88 CORREJ-MOT-JA-CADASTRADO     VALUE "02".
               88 CORREJ-MOT-NAO-CADASTRADO    VALUE "03".
               88 CORREJ-MOT-DADOS-INVALIDOS   VALUE "04".
               88 CORREJ-MOT-JA-INATIVO        VALUE "05".

      *CADASTRO DE CORRETORES EM MEMORIA
       01  WRK-TAB-COR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-COR-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-COR-QTDE
               INDEXED BY IDX-COR.
           05 TAB-COR-COD-CORRETOR  PIC 9(005).
           05 TAB-COR-DADOS         PIC X(100).

      *AREAS DE TRABALHO
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-ACHOU-COR            PIC 9(004) VALUE ZEROS.
       01  WRK-SW-MANTCOR           PIC X(001) VALUE "N".

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CORRANT      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-MANTCOR      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-INCLUSOES          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REATIVACOES        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ALTERACOES         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-DESATIVACOES       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-RECUSADOS          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS           PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX21-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-APLICAR-MOVIMENTO
             UNTIL WRK-FS-MANTCOR = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX21 INICIADO - CORRETORES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 015-CARREGAR-TABELA-COR.
           PERFORM 043-LER-MANTCOR.

       012-ABRIR-ARQUIVOS.
      *    SEM MOVIMENTO NO DIA NAO HA GERACAO DO MANTCOR
           OPEN INPUT    MANTCOR.
           IF WRK-FS-MANTCOR NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MANTCOR - FS: " WRK-FS-MANTCOR
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-MANTCOR = "35"
              MOVE "10" TO WRK-FS-MANTCOR
           ELSE
              MOVE "S" TO WRK-SW-MANTCOR
           END-IF.

           OPEN OUTPUT   CORRHOJE.
           IF WRK-FS-CORRHOJE NOT = ZEROS
              DISPLAY "ERRO ABERTURA CORRHOJE - FS: "
                      WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CORREJ.
           IF WRK-FS-CORREJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA CORREJ - FS: " WRK-FS-CORREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *NO PRIMEIRO RUN NAO HA CORRANT E O CADASTRO NASCE SO COM AS
      *INCLUSOES DO MANTCOR.
       015-CARREGAR-TABELA-COR.
           OPEN INPUT   CORRANT.
           IF WRK-FS-CORRANT NOT = "35"
              IF WRK-FS-CORRANT NOT = ZEROS
                 DISPLAY "ERRO ABERTURA CORRANT - FS: "
                         WRK-FS-CORRANT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-CORRANT
              PERFORM 030-MOVER-DADOS-TAB-COR
                UNTIL WRK-FS-CORRANT = "10"
              CLOSE CORRANT
           END-IF.

       030-MOVER-DADOS-TAB-COR.
           ADD 1 TO WRK-CONT-LIDOS-CORRANT.
           PERFORM 031-INCLUIR-TAB-COR.
           PERFORM 042-LER-CORRANT.

       031-INCLUIR-TAB-COR.
           IF WRK-TAB-COR-QTDE NOT < 999
              DISPLAY "TABELA DE CORRETORES EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-COR-QTDE.
           MOVE CORR-COD-CORRETOR
             TO TAB-COR-COD-CORRETOR(WRK-TAB-COR-QTDE).
           MOVE WRK-CORR-REGISTRO
             TO TAB-COR-DADOS(WRK-TAB-COR-QTDE).

      *APLICA O MOVIMENTO AO CADASTRO EM MEMORIA.
       020-APLICAR-MOVIMENTO.
           ADD 1 TO WRK-CONT-LIDOS-MANTCOR.
           MOVE SPACES TO CORREJ-MOTIVO.
           MOVE ZEROS  TO WRK-ACHOU-COR.
           MOVE SPACES TO WRK-CORR-REGISTRO.
           SET IDX-COR TO 1.
           SEARCH TAB-COR-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-COR-COD-CORRETOR(IDX-COR) =
                    MANTCOR-COD-CORRETOR
                   SET WRK-ACHOU-COR TO IDX-COR
                   MOVE TAB-COR-DADOS(IDX-COR) TO WRK-CORR-REGISTRO
           END-SEARCH.

           EVALUATE TRUE
               WHEN MANTCOR-INCLUSAO
                   PERFORM 021-INCLUIR-CORRETOR
               WHEN MANTCOR-ALTERACAO
                   PERFORM 022-ALTERAR-CORRETOR
               WHEN MANTCOR-DESATIVACAO
                   PERFORM 023-DESATIVAR-CORRETOR
               WHEN OTHER
                   SET CORREJ-MOT-TIPO-INVALIDO TO TRUE
           END-EVALUATE.

           IF CORREJ-MOTIVO NOT = SPACES
              PERFORM 044-GRAVAR-CORREJ
           END-IF.
           PERFORM 043-LER-MANTCOR.

      *INCLUSAO DE CORRETOR NOVO OU REATIVACAO DE CORRETOR
      *DESATIVADO, COM TODOS OS DADOS DO MOVIMENTO.
       021-INCLUIR-CORRETOR.
           IF WRK-ACHOU-COR NOT = ZEROS
              AND CORR-ATIVO
              SET CORREJ-MOT-JA-CADASTRADO TO TRUE
           ELSE
              PERFORM 032-VALIDAR-INCLUSAO
           END-IF.

           IF CORREJ-MOTIVO = SPACES
              MOVE MANTCOR-NOME         TO CORR-NOME
              MOVE MANTCOR-DOCUMENTO    TO CORR-DOCUMENTO
              MOVE MANTCOR-CHAVE-CONTA  TO CORR-CHAVE-CONTA
              MOVE MANTCOR-DIAS-ESTORNO TO CORR-DIAS-ESTORNO
              IF CORR-DIAS-ESTORNO = ZEROS
                 MOVE 90 TO CORR-DIAS-ESTORNO
              END-IF
              SET CORR-ATIVO TO TRUE
              MOVE WRK-DATA-SIS         TO CORR-DATA-ALTERACAO
              IF WRK-ACHOU-COR = ZEROS
                 MOVE MANTCOR-COD-CORRETOR TO CORR-COD-CORRETOR
                 MOVE WRK-DATA-SIS         TO CORR-DATA-INCLUSAO
                 PERFORM 031-INCLUIR-TAB-COR
                 ADD 1 TO WRK-CONT-INCLUSOES
              ELSE
                 MOVE WRK-CORR-REGISTRO
                   TO TAB-COR-DADOS(WRK-ACHOU-COR)
                 ADD 1 TO WRK-CONT-REATIVACOES
              END-IF
           END-IF.

      *ALTERACAO SO DOS CAMPOS INFORMADOS (NAO BRANCOS/ZERADOS).
       022-ALTERAR-CORRETOR.
           EVALUATE TRUE
               WHEN WRK-ACHOU-COR = ZEROS
                   SET CORREJ-MOT-NAO-CADASTRADO TO TRUE
               WHEN MANTCOR-DOCUMENTO NOT NUMERIC
                 OR MANTCOR-DIAS-ESTORNO NOT NUMERIC
                   SET CORREJ-MOT-DADOS-INVALIDOS TO TRUE
               WHEN OTHER
                   IF MANTCOR-NOME NOT = SPACES
                      MOVE MANTCOR-NOME TO CORR-NOME
                   END-IF
                   IF MANTCOR-DOCUMENTO NOT = ZEROS
                      MOVE MANTCOR-DOCUMENTO TO CORR-DOCUMENTO
                   END-IF
                   IF MANTCOR-CHAVE-CONTA NOT = SPACES
                      MOVE MANTCOR-CHAVE-CONTA TO CORR-CHAVE-CONTA
                   END-IF
                   IF MANTCOR-DIAS-ESTORNO NOT = ZEROS
                      MOVE MANTCOR-DIAS-ESTORNO TO CORR-DIAS-ESTORNO
                   END-IF
                   MOVE WRK-DATA-SIS TO CORR-DATA-ALTERACAO
                   MOVE WRK-CORR-REGISTRO
                     TO TAB-COR-DADOS(WRK-ACHOU-COR)
                   ADD 1 TO WRK-CONT-ALTERACOES
           END-EVALUATE.

      *O CORRETOR DESATIVADO DEIXA DE GANHAR COMISSAO, MAS SEGUE NO
      *CADASTRO PARA OS ESTORNOS E O SALDO DEVEDOR.
       023-DESATIVAR-CORRETOR.
           EVALUATE TRUE
               WHEN WRK-ACHOU-COR = ZEROS
                   SET CORREJ-MOT-NAO-CADASTRADO TO TRUE
               WHEN CORR-INATIVO
                   SET CORREJ-MOT-JA-INATIVO TO TRUE
               WHEN OTHER
                   SET CORR-INATIVO TO TRUE
                   MOVE WRK-DATA-SIS TO CORR-DATA-ALTERACAO
                   MOVE WRK-CORR-REGISTRO
                     TO TAB-COR-DADOS(WRK-ACHOU-COR)
                   ADD 1 TO WRK-CONT-DESATIVACOES
           END-EVALUATE.

       032-VALIDAR-INCLUSAO.
           IF MANTCOR-COD-CORRETOR NOT NUMERIC
              OR MANTCOR-COD-CORRETOR = ZEROS
              OR MANTCOR-NOME = SPACES
              OR MANTCOR-DOCUMENTO NOT NUMERIC
              OR MANTCOR-DOCUMENTO = ZEROS
              OR MANTCOR-CHAVE-CONTA = SPACES
              OR MANTCOR-DIAS-ESTORNO NOT NUMERIC
              SET CORREJ-MOT-DADOS-INVALIDOS TO TRUE
           END-IF.

       042-LER-CORRANT.
           READ CORRANT INTO WRK-CORR-REGISTRO.
           IF WRK-FS-CORRANT NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CORRANT - FS: " WRK-FS-CORRANT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-MANTCOR.
           IF WRK-FS-MANTCOR NOT = "10"
              READ MANTCOR INTO WRK-MANTCOR-REGISTRO
              IF WRK-FS-MANTCOR NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA MANTCOR - FS: "
                         WRK-FS-MANTCOR
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

       044-GRAVAR-CORREJ.
           MOVE WRK-MANTCOR-REGISTRO TO CORREJ-MOVIMENTO.
           WRITE FD-CORREJ-REGISTRO FROM WRK-CORREJ-REGISTRO.
           IF WRK-FS-CORREJ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CORREJ - FS: " WRK-FS-CORREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-RECUSADOS.

       045-GRAVAR-CORRHOJE.
           WRITE FD-CORRHOJE-REGISTRO FROM TAB-COR-DADOS(IDX-COR).
           IF WRK-FS-CORRHOJE NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CORRHOJE - FS: "
                      WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS.

       050-FINALIZAR.
           PERFORM 045-GRAVAR-CORRHOJE
           VARYING IDX-COR FROM 1 BY 1
           UNTIL IDX-COR > WRK-TAB-COR-QTDE.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-RECUSADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos CORRANT.....: "
                   WRK-CONT-LIDOS-CORRANT.
           DISPLAY "Quantidade de Movimentos Lidos MANTCOR....: "
                   WRK-CONT-LIDOS-MANTCOR.
           DISPLAY "Quantidade de Corretores Incluidos........: "
                   WRK-CONT-INCLUSOES.
           DISPLAY "Quantidade de Corretores Reativados.......: "
                   WRK-CONT-REATIVACOES.
           DISPLAY "Quantidade de Corretores Alterados........: "
                   WRK-CONT-ALTERACOES.
           DISPLAY "Quantidade de Corretores Desativados......: "
                   WRK-CONT-DESATIVACOES.
           DISPLAY "Quantidade de Movimentos Recusados........: "
                   WRK-CONT-RECUSADOS.
           DISPLAY "Quantidade de Registros Gravados CORRHOJE.: "
                   WRK-CONT-GRAVADOS.

       052-FECHAR-ARQUIVOS.
           IF WRK-SW-MANTCOR = "S"
              CLOSE MANTCOR
           END-IF.

           CLOSE CORRHOJE.
           IF WRK-FS-CORRHOJE NOT = "00"
              DISPLAY "ERRO CLOSE CORRHOJE - FS: " WRK-FS-CORRHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CORREJ.
           IF WRK-FS-CORREJ NOT = "00"
              DISPLAY "ERRO CLOSE CORREJ - FS: " WRK-FS-CORREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX21".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

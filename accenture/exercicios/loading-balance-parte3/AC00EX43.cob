      *RELATORIO SINISREL COMPARA, POR PRODUTO, O TOTAL ACUMULADO
      *DE SINISTROS CONTRA O VOLUME DE PREMIOS DO CLISEGU
      *(SINISTRALIDADE), PARA MOSTRAR SE O PRODUTO E RENTAVEL.
      *CADA SINISTRO ACEITO RECEBE UMA PONTUACAO DE INDICIOS DE
      *FRAUDE: SINISTRO LOGO APOS O INICIO DA APOLICE (APOLHOJE)
      *OU APOS UM ENDOSSO QUE AUMENTOU O PREMIO (ENDHIST), OUTROS
      *SINISTROS DO CLIENTE EM OUTROS PRODUTOS, BENEFICIARIO DA
      *APOLICE (BENEF) QUE TAMBEM E BENEFICIARIO DE OUTRO
      *SINISTRANTE E CLIENTE EM ATRASO NO PREMIO (PREMHOJE). PRAZOS,
      *PESOS E NOTA DE CORTE VEM DO PARMFRAU (OPCIONAL). SINISTRO
      *COM NOTA NO CORTE OU ACIMA SAI NO FRAUNOVO PARA A FILA DE
      *INVESTIGACAO (AC01EX26), QUE SEGURA O PAGAMENTO NO AC00EX87.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT SINISREL ASSIGN    TO SINISREL
                      FILE STATUS    IS WRK-FS-SINISREL.

      *PRAZOS, PESOS E CORTE DOS INDICIOS DE FRAUDE (OPCIONAL)
       SELECT PARMFRAU ASSIGN    TO PARMFRAU
                      FILE STATUS    IS WRK-FS-PARMFRAU.

      *MESTRE DE APOLICES DO AC00EX42 (OPCIONAL)
       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

      *HISTORICO DE ENDOSSOS DO AC00EX89 (OPCIONAL)
       SELECT ENDHIST  ASSIGN    TO ENDHIST
                      FILE STATUS    IS WRK-FS-ENDHIST.

      *COBRANCA DE PREMIOS DO AC00EX86 (OPCIONAL)
       SELECT PREMHOJE ASSIGN    TO PREMHOJE
                      FILE STATUS    IS WRK-FS-PREMHOJE.

      *BENEFICIARIOS DO AC00EX88 (OPCIONAL)
       SELECT BENEF    ASSIGN    TO BENEF
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-BENEF-CHAVE
                      FILE STATUS    IS WRK-FS-BENEF.

      *SINISTROS ENCAMINHADOS PARA INVESTIGACAO
       SELECT FRAUNOVO ASSIGN    TO FRAUNOVO
                      FILE STATUS    IS WRK-FS-FRAUNOVO.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-SINISREL-REGISTRO    PIC X(036).

       FD  PARMFRAU
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMFRAU-REGISTRO    PIC X(030).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  ENDHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDHIST-REGISTRO     PIC X(052).

       FD  PREMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREMHOJE-REGISTRO    PIC X(041).

       FD  BENEF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-BENEF-REGISTRO.
           05 FD-BENEF-CHAVE        PIC X(012).
           05 FILLER                PIC X(056).

       FD  FRAUNOVO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-FRAUNOVO-REGISTRO    PIC X(070).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-SINREG         PIC X(002) VALUE SPACES.
           05 WRK-FS-SINREJ         PIC X(002) VALUE SPACES.
           05 WRK-FS-SINISREL       PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMFRAU       PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDHIST        PIC X(002) VALUE SPACES.
           05 WRK-FS-PREMHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-BENEF          PIC X(002) VALUE SPACES.
           05 WRK-FS-FRAUNOVO       PIC X(002) VALUE SPACES.

      *LAYOUT DE SINISTRO - TRANSACAO DE ENTRADA E TAMBEM O
      *REGISTRO ACUMULADO (SINREG)
           05 SINISREL-TOT-PREMIOS  PIC 9(011)V99.
           05 SINISREL-PCT          PIC 9(003)V99.

      *LAYOUT DE PARMFRAU - SEM O ARQUIVO VALEM OS PADROES
       01  WRK-PARMFRAU-REGISTRO.
           05 PARMFRAU-DIAS-INICIO  PIC 9(003) VALUE 030.
           05 PARMFRAU-DIAS-ENDOSSO PIC 9(003) VALUE 030.
           05 PARMFRAU-QTD-OUTROS   PIC 9(003) VALUE 001.
           05 PARMFRAU-PTS-INICIO   PIC 9(003) VALUE 040.
           05 PARMFRAU-PTS-ENDOSSO  PIC 9(003) VALUE 030.
           05 PARMFRAU-PTS-OUTROS   PIC 9(003) VALUE 020.
           05 PARMFRAU-PTS-BENEF    PIC 9(003) VALUE 030.
           05 PARMFRAU-PTS-ATRASO   PIC 9(003) VALUE 030.
           05 PARMFRAU-CORTE        PIC 9(003) VALUE 050.
           05 FILLER                PIC X(003) VALUE SPACES.

      *LAYOUT DO MESTRE DE APOLICES - MESMO GRAVADO PELO AC00EX42
       01  WRK-APOLICE-REGISTRO.
           05 APOLICE-COD-CLIENTE   PIC 9(005).
           05 APOLICE-COD-PRODUTO   PIC 9(005).
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE ENDHIST - MESMO GRAVADO PELO AC00EX89
       01  WRK-ENDHIST-REGISTRO.
           05 HIST-COD-CLIENTE      PIC 9(005).
           05 HIST-COD-PRODUTO      PIC 9(005).
           05 HIST-DATA             PIC 9(008).
           05 HIST-TIPO             PIC X(001).
               88 HIST-CANCELAMENTO    VALUE "C".
           05 HIST-PREMIO-ANTES     PIC S9(009)V99.
           05 HIST-PREMIO-DEPOIS    PIC S9(009)V99.
           05 HIST-VALOR-AJUSTE     PIC S9(009)V99.

      *LAYOUT DE PREMHOJE - MESMO GRAVADO PELO AC00EX86
       01  WRK-PREM-REGISTRO.
           05 PREM-COD-CLIENTE      PIC 9(005).
           05 PREM-COD-PRODUTO      PIC 9(005).
           05 PREM-DATA-EFETIVA     PIC 9(008).
           05 PREM-VALOR            PIC 9(009)V99.
           05 PREM-QTD-TENTATIVAS   PIC 9(003).
           05 PREM-STATUS           PIC X(001).
               88 PREM-PENDENTE        VALUE "P".
               88 PREM-COBRADO         VALUE "C".
               88 PREM-EM-LAPSO        VALUE "L".
           05 PREM-DATA-COBRANCA    PIC 9(008).

      *LAYOUT DE BENEF - MESMO MANTIDO PELO AC00EX88
       01  WRK-BENEF-REGISTRO.
           05 BENEF-CHAVE.
               07 BENEF-COD-CLIENTE    PIC 9(005).
               07 BENEF-COD-PRODUTO    PIC 9(005).
               07 BENEF-SEQUENCIA      PIC 9(002).
           05 BENEF-NOME            PIC X(040).
           05 BENEF-DOCUMENTO       PIC 9(011).
           05 BENEF-PCT-RATEIO      PIC 9(003)V99.

      *LAYOUT DE FRAUNOVO - SINISTRO ENCAMINHADO, COM A NOTA E OS
      *INDICIOS (S/N). E O MESMO REGISTRO DA FILA DO AC01EX26.
       01  WRK-FRAU-REGISTRO.
           05 FRAU-COD-CLIENTE      PIC 9(005).
           05 FRAU-COD-PRODUTO      PIC 9(005).
           05 FRAU-DATA             PIC 9(008).
           05 FRAU-VALOR            PIC 9(009)V99.
           05 FRAU-PONTOS           PIC 9(003).
           05 FRAU-IND-INICIO       PIC X(001).
           05 FRAU-IND-ENDOSSO      PIC X(001).
           05 FRAU-IND-OUTROS       PIC X(001).
           05 FRAU-IND-BENEF        PIC X(001).
           05 FRAU-IND-ATRASO       PIC X(001).
           05 FRAU-SITUACAO         PIC X(001).
               88 FRAU-PENDENTE        VALUE "P".
           05 FRAU-DATA-INCLUSAO    PIC 9(008).
           05 FRAU-DATA-DECISAO     PIC 9(008).
           05 FRAU-INVESTIGADOR     PIC X(010).
           05 FILLER                PIC X(006).

      *INICIO DE VIGENCIA DAS APOLICES
       01  WRK-TAB-APOL-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-APOL-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-APOL-QTDE
               INDEXED BY IDX-APOL.
           05 TAB-APOL-COD-CLIENTE  PIC 9(005).
           05 TAB-APOL-COD-PRODUTO  PIC 9(005).
           05 TAB-APOL-DATA-EFETIVA PIC 9(008).

      *ENDOSSOS QUE AUMENTARAM O PREMIO
       01  WRK-TAB-FEND-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-FEND-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-FEND-QTDE
               INDEXED BY IDX-FEND.
           05 TAB-FEND-COD-CLIENTE  PIC 9(005).
           05 TAB-FEND-COD-PRODUTO  PIC 9(005).
           05 TAB-FEND-DATA         PIC 9(008).

      *APOLICES COM PREMIO EM ATRASO (LAPSO OU TENTATIVA FALHA)
       01  WRK-TAB-ATRASO-QTDE      PIC 9(004) VALUE ZEROS.

       01  TAB-ATRASO-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-ATRASO-QTDE
               INDEXED BY IDX-ATRASO.
           05 TAB-ATRASO-COD-CLIENTE PIC 9(005).
           05 TAB-ATRASO-COD-PRODUTO PIC 9(005).

      *BENEFICIARIOS DAS APOLICES
       01  WRK-TAB-BEN-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-BEN-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-BEN-QTDE
               INDEXED BY IDX-BEN IDX-BEN2.
           05 TAB-BEN-COD-CLIENTE   PIC 9(005).
           05 TAB-BEN-COD-PRODUTO   PIC 9(005).
           05 TAB-BEN-DOCUMENTO     PIC 9(011).

      *SINISTROS JA REGISTRADOS (CLIENTE E PRODUTO)
       01  WRK-TAB-HIST-QTDE        PIC 9(004) VALUE ZEROS.

       01  TAB-HIST-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-HIST-QTDE
               INDEXED BY IDX-HIST.
           05 TAB-HIST-COD-CLIENTE  PIC 9(005).
           05 TAB-HIST-COD-PRODUTO  PIC 9(005).

      *APOIO A PONTUACAO
       77  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       77  WRK-INT-SINISTRO         PIC S9(009) VALUE ZEROS.
       77  WRK-DIAS-DECORRIDOS      PIC S9(009) VALUE ZEROS.
       77  WRK-QTD-OUTROS           PIC 9(005) VALUE ZEROS.
       77  WRK-PONTOS               PIC 9(005) VALUE ZEROS.

      *TITULARES E PREMIOS POR PRODUTO, CARREGADOS DO CLISEGU
       01  WRK-TAB-TITULAR-QTDE     PIC 9(004) VALUE ZEROS.

           03 WRK-CONT-ACEITOS        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REJEITADOS     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REG-ANTERIOR   PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-ENCAMINHADOS   PIC 9(05) VALUE ZEROS.

      *INDICA SE O SINISTRANTE E TITULAR DO PRODUTO
       01  WRK-SW-TITULAR           PIC 9(001) VALUE ZEROS.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX43 INICIADO - SINISTROS"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-PARMFRAU.
           PERFORM 014-CARREGAR-APOLHOJE.
           PERFORM 017-CARREGAR-ENDHIST.
           PERFORM 018-CARREGAR-PREMHOJE.
           PERFORM 019-CARREGAR-BENEF.
           PERFORM 015-CARREGAR-TITULARES.
           PERFORM 016-ACUMULAR-REGISTRO-ANTERIOR.
           PERFORM 041-LER-SINISTRO.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   FRAUNOVO.
           IF WRK-FS-FRAUNOVO NOT = ZEROS
              DISPLAY "ERRO ABERTURA FRAUNOVO - FS: " WRK-FS-FRAUNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARMFRAU VALEM OS PRAZOS, PESOS E CORTE PADRAO.
       013-CARREGAR-PARMFRAU.
           OPEN INPUT   PARMFRAU.
           IF WRK-FS-PARMFRAU NOT = "35"
              IF WRK-FS-PARMFRAU NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMFRAU - FS: "
                         WRK-FS-PARMFRAU
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMFRAU INTO WRK-PARMFRAU-REGISTRO
              IF WRK-FS-PARMFRAU NOT = "00"
                 DISPLAY "ERRO LEITURA PARMFRAU - FS: "
                         WRK-FS-PARMFRAU
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMFRAU
           END-IF.

      *CADA ARQUIVO DE APOIO E OPCIONAL: SEM ELE, O INDICIO
      *CORRESPONDENTE NAO PONTUA.
       014-CARREGAR-APOLHOJE.
           OPEN INPUT   APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = "35"
              IF WRK-FS-APOLHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA APOLHOJE - FS: "
                         WRK-FS-APOLHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-APOLHOJE
              PERFORM 024-GUARDAR-APOLICE
                UNTIL WRK-FS-APOLHOJE = "10"
              CLOSE APOLHOJE
           END-IF.

       024-GUARDAR-APOLICE.
           IF WRK-TAB-APOL-QTDE NOT < 5000
              DISPLAY "TABELA DE APOLICES EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-APOL-QTDE.
           MOVE APOLICE-COD-CLIENTE
             TO TAB-APOL-COD-CLIENTE(WRK-TAB-APOL-QTDE).
           MOVE APOLICE-COD-PRODUTO
             TO TAB-APOL-COD-PRODUTO(WRK-TAB-APOL-QTDE).
           MOVE APOLICE-DATA-EFETIVA
             TO TAB-APOL-DATA-EFETIVA(WRK-TAB-APOL-QTDE).
           PERFORM 043-LER-APOLHOJE.

       017-CARREGAR-ENDHIST.
           OPEN INPUT   ENDHIST.
           IF WRK-FS-ENDHIST NOT = "35"
              IF WRK-FS-ENDHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ENDHIST - FS: "
                         WRK-FS-ENDHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 044-LER-ENDHIST
              PERFORM 025-GUARDAR-ENDOSSO
                UNTIL WRK-FS-ENDHIST = "10"
              CLOSE ENDHIST
           END-IF.

       025-GUARDAR-ENDOSSO.
           IF NOT HIST-CANCELAMENTO
              AND HIST-PREMIO-DEPOIS > HIST-PREMIO-ANTES
              IF WRK-TAB-FEND-QTDE NOT < 5000
                 DISPLAY "TABELA DE ENDOSSOS EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-FEND-QTDE
              MOVE HIST-COD-CLIENTE
                TO TAB-FEND-COD-CLIENTE(WRK-TAB-FEND-QTDE)
              MOVE HIST-COD-PRODUTO
                TO TAB-FEND-COD-PRODUTO(WRK-TAB-FEND-QTDE)
              MOVE HIST-DATA
                TO TAB-FEND-DATA(WRK-TAB-FEND-QTDE)
           END-IF.
           PERFORM 044-LER-ENDHIST.

       018-CARREGAR-PREMHOJE.
           OPEN INPUT   PREMHOJE.
           IF WRK-FS-PREMHOJE NOT = "35"
              IF WRK-FS-PREMHOJE NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PREMHOJE - FS: "
                         WRK-FS-PREMHOJE
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-PREMHOJE
              PERFORM 026-GUARDAR-ATRASO
                UNTIL WRK-FS-PREMHOJE = "10"
              CLOSE PREMHOJE
           END-IF.

      *EM ATRASO: PREMIO EM LAPSO OU PENDENTE COM TENTATIVA DE
      *COBRANCA JA FRUSTRADA.
       026-GUARDAR-ATRASO.
           IF PREM-EM-LAPSO
              OR (PREM-PENDENTE AND PREM-QTD-TENTATIVAS > ZEROS)
              IF WRK-TAB-ATRASO-QTDE NOT < 5000
                 DISPLAY "TABELA DE PREMIOS EM ATRASO EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-ATRASO-QTDE
              MOVE PREM-COD-CLIENTE
                TO TAB-ATRASO-COD-CLIENTE(WRK-TAB-ATRASO-QTDE)
              MOVE PREM-COD-PRODUTO
                TO TAB-ATRASO-COD-PRODUTO(WRK-TAB-ATRASO-QTDE)
           END-IF.
           PERFORM 045-LER-PREMHOJE.

       019-CARREGAR-BENEF.
           OPEN INPUT   BENEF.
           IF WRK-FS-BENEF NOT = "35"
              IF WRK-FS-BENEF NOT = ZEROS
                 DISPLAY "ERRO ABERTURA BENEF - FS: " WRK-FS-BENEF
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 046-LER-BENEF
              PERFORM 027-GUARDAR-BENEF
                UNTIL WRK-FS-BENEF = "10"
              CLOSE BENEF
           END-IF.

       027-GUARDAR-BENEF.
           IF BENEF-DOCUMENTO > ZEROS
              IF WRK-TAB-BEN-QTDE NOT < 5000
                 DISPLAY "TABELA DE BENEFICIARIOS EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-BEN-QTDE
              MOVE BENEF-COD-CLIENTE
                TO TAB-BEN-COD-CLIENTE(WRK-TAB-BEN-QTDE)
              MOVE BENEF-COD-PRODUTO
                TO TAB-BEN-COD-PRODUTO(WRK-TAB-BEN-QTDE)
              MOVE BENEF-DOCUMENTO
                TO TAB-BEN-DOCUMENTO(WRK-TAB-BEN-QTDE)
           END-IF.
           PERFORM 046-LER-BENEF.

      *CARREGA OS TITULARES E ACUMULA O VOLUME DE PREMIOS POR
      *PRODUTO DE SEGURO.
       015-CARREGAR-TITULARES.
              END-IF
              ADD 1 TO WRK-CONT-REG-ANTERIOR
              PERFORM 031-ACUMULAR-SINISTRO
              PERFORM 033-GUARDAR-HISTORICO
              READ SINREG INTO WRK-SINISTRO-REGISTRO
           END-PERFORM.

                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   PERFORM 031-ACUMULAR-SINISTRO
                   PERFORM 034-PONTUAR-SINISTRO
                   PERFORM 033-GUARDAR-HISTORICO
                   ADD 1 TO WRK-CONT-ACEITOS
           END-EVALUATE.
           PERFORM 041-LER-SINISTRO.
           END-IF.
           ADD 1 TO WRK-CONT-REJEITADOS.

       033-GUARDAR-HISTORICO.
           IF WRK-TAB-HIST-QTDE NOT < 9999
              DISPLAY "TABELA DE HISTORICO DE SINISTROS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-HIST-QTDE.
           MOVE SINISTRO-COD-CLIENTE
             TO TAB-HIST-COD-CLIENTE(WRK-TAB-HIST-QTDE).
           MOVE SINISTRO-COD-PRODUTO
             TO TAB-HIST-COD-PRODUTO(WRK-TAB-HIST-QTDE).

      *SOMA OS PESOS DOS INDICIOS PRESENTES; NOTA NO CORTE OU
      *ACIMA ENCAMINHA O SINISTRO PARA INVESTIGACAO.
       034-PONTUAR-SINISTRO.
           MOVE "N" TO FRAU-IND-INICIO
                       FRAU-IND-ENDOSSO
                       FRAU-IND-OUTROS
                       FRAU-IND-BENEF
                       FRAU-IND-ATRASO.
           MOVE ZEROS TO WRK-PONTOS
                         WRK-QTD-OUTROS.
           COMPUTE WRK-INT-SINISTRO =
               FUNCTION INTEGER-OF-DATE(SINISTRO-DATA).

           SET IDX-APOL TO 1.
           SEARCH TAB-APOL-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-APOL-COD-CLIENTE(IDX-APOL) =
                    SINISTRO-COD-CLIENTE
                    AND TAB-APOL-COD-PRODUTO(IDX-APOL) =
                        SINISTRO-COD-PRODUTO
                   COMPUTE WRK-DIAS-DECORRIDOS = WRK-INT-SINISTRO
                       - FUNCTION INTEGER-OF-DATE
                           (TAB-APOL-DATA-EFETIVA(IDX-APOL))
                   IF WRK-DIAS-DECORRIDOS NOT < ZEROS
                      AND WRK-DIAS-DECORRIDOS
                          NOT > PARMFRAU-DIAS-INICIO
                      MOVE "S" TO FRAU-IND-INICIO
                      ADD PARMFRAU-PTS-INICIO TO WRK-PONTOS
                   END-IF
           END-SEARCH.

           PERFORM 035-VERIFICAR-ENDOSSO
             VARYING IDX-FEND FROM 1 BY 1
               UNTIL IDX-FEND > WRK-TAB-FEND-QTDE.
           IF FRAU-IND-ENDOSSO = "S"
              ADD PARMFRAU-PTS-ENDOSSO TO WRK-PONTOS
           END-IF.

           PERFORM 036-CONTAR-OUTROS-PRODUTOS
             VARYING IDX-HIST FROM 1 BY 1
               UNTIL IDX-HIST > WRK-TAB-HIST-QTDE.
           IF PARMFRAU-QTD-OUTROS > ZEROS
              AND WRK-QTD-OUTROS NOT < PARMFRAU-QTD-OUTROS
              MOVE "S" TO FRAU-IND-OUTROS
              ADD PARMFRAU-PTS-OUTROS TO WRK-PONTOS
           END-IF.

           PERFORM 037-VERIFICAR-BENEF
             VARYING IDX-BEN FROM 1 BY 1
               UNTIL IDX-BEN > WRK-TAB-BEN-QTDE.
           IF FRAU-IND-BENEF = "S"
              ADD PARMFRAU-PTS-BENEF TO WRK-PONTOS
           END-IF.

           SET IDX-ATRASO TO 1.
           SEARCH TAB-ATRASO-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-ATRASO-COD-CLIENTE(IDX-ATRASO) =
                    SINISTRO-COD-CLIENTE
                    AND TAB-ATRASO-COD-PRODUTO(IDX-ATRASO) =
                        SINISTRO-COD-PRODUTO
                   MOVE "S" TO FRAU-IND-ATRASO
                   ADD PARMFRAU-PTS-ATRASO TO WRK-PONTOS
           END-SEARCH.

           IF WRK-PONTOS NOT < PARMFRAU-CORTE
              PERFORM 039-GRAVAR-FRAUNOVO
           END-IF.

       035-VERIFICAR-ENDOSSO.
           IF TAB-FEND-COD-CLIENTE(IDX-FEND) = SINISTRO-COD-CLIENTE
              AND TAB-FEND-COD-PRODUTO(IDX-FEND) =
                  SINISTRO-COD-PRODUTO
              COMPUTE WRK-DIAS-DECORRIDOS = WRK-INT-SINISTRO
                  - FUNCTION INTEGER-OF-DATE(TAB-FEND-DATA(IDX-FEND))
              IF WRK-DIAS-DECORRIDOS NOT < ZEROS
                 AND WRK-DIAS-DECORRIDOS NOT > PARMFRAU-DIAS-ENDOSSO
                 MOVE "S" TO FRAU-IND-ENDOSSO
              END-IF
           END-IF.

       036-CONTAR-OUTROS-PRODUTOS.
           IF TAB-HIST-COD-CLIENTE(IDX-HIST) = SINISTRO-COD-CLIENTE
              AND TAB-HIST-COD-PRODUTO(IDX-HIST) NOT =
                  SINISTRO-COD-PRODUTO
              ADD 1 TO WRK-QTD-OUTROS
           END-IF.

      *BENEFICIARIO DA APOLICE SINISTRADA (MESMO DOCUMENTO) QUE
      *TAMBEM E BENEFICIARIO DE APOLICE DE OUTRO CLIENTE QUE JA
      *TEVE SINISTRO.
       037-VERIFICAR-BENEF.
           IF TAB-BEN-COD-CLIENTE(IDX-BEN) = SINISTRO-COD-CLIENTE
              AND TAB-BEN-COD-PRODUTO(IDX-BEN) = SINISTRO-COD-PRODUTO
              PERFORM 038-COMPARAR-BENEF
                VARYING IDX-BEN2 FROM 1 BY 1
                  UNTIL IDX-BEN2 > WRK-TAB-BEN-QTDE
           END-IF.

       038-COMPARAR-BENEF.
           IF TAB-BEN-DOCUMENTO(IDX-BEN2) = TAB-BEN-DOCUMENTO(IDX-BEN)
              AND TAB-BEN-COD-CLIENTE(IDX-BEN2) NOT =
                  SINISTRO-COD-CLIENTE
              SET IDX-HIST TO 1
              SEARCH TAB-HIST-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-HIST-COD-CLIENTE(IDX-HIST) =
                       TAB-BEN-COD-CLIENTE(IDX-BEN2)
                      MOVE "S" TO FRAU-IND-BENEF
              END-SEARCH
           END-IF.

       039-GRAVAR-FRAUNOVO.
           IF WRK-PONTOS > 999
              MOVE 999 TO WRK-PONTOS
           END-IF.
           MOVE SINISTRO-COD-CLIENTE TO FRAU-COD-CLIENTE.
           MOVE SINISTRO-COD-PRODUTO TO FRAU-COD-PRODUTO.
           MOVE SINISTRO-DATA        TO FRAU-DATA.
           MOVE SINISTRO-VALOR       TO FRAU-VALOR.
           MOVE WRK-PONTOS           TO FRAU-PONTOS.
           SET FRAU-PENDENTE         TO TRUE.
           MOVE WRK-DATA-SIS         TO FRAU-DATA-INCLUSAO.
           MOVE ZEROS                TO FRAU-DATA-DECISAO.
           MOVE SPACES               TO FRAU-INVESTIGADOR.
           WRITE FD-FRAUNOVO-REGISTRO FROM WRK-FRAU-REGISTRO.
           IF WRK-FS-FRAUNOVO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO FRAUNOVO - FS: " WRK-FS-FRAUNOVO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-ENCAMINHADOS.

       041-LER-SINISTRO.
           READ SINISTRO INTO WRK-SINISTRO-REGISTRO.
           IF WRK-FS-SINISTRO NOT = "00" AND "10"
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-APOLHOJE.
           READ APOLHOJE INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLHOJE - FS: " WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-ENDHIST.
           READ ENDHIST INTO WRK-ENDHIST-REGISTRO.
           IF WRK-FS-ENDHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ENDHIST - FS: " WRK-FS-ENDHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-PREMHOJE.
           READ PREMHOJE INTO WRK-PREM-REGISTRO.
           IF WRK-FS-PREMHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PREMHOJE - FS: " WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-BENEF.
           READ BENEF INTO WRK-BENEF-REGISTRO.
           IF WRK-FS-BENEF NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BENEF - FS: " WRK-FS-BENEF
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 055-GERAR-SINISREL.
           DISPLAY "Quantidade de Sinistros Lidos........: "
                   WRK-CONT-REJEITADOS.
           DISPLAY "Quantidade de Sinistros Anteriores...: "
                   WRK-CONT-REG-ANTERIOR.
           DISPLAY "Quantidade de Sinistros Encaminhados.: "
                   WRK-CONT-ENCAMINHADOS.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-REJEITADOS > ZEROS
              DISPLAY "ERRO CLOSE SINISREL - FS: " WRK-FS-SINISREL
           END-IF.

           CLOSE FRAUNOVO.
           IF WRK-FS-FRAUNOVO NOT = "00"
              DISPLAY "ERRO CLOSE FRAUNOVO - FS: " WRK-FS-FRAUNOVO
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX43".
           MOVE 12 TO RETURN-CODE.

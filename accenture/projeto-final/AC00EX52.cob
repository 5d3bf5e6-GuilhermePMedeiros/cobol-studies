       SELECT PONTEXPREL ASSIGN  TO PONTEXPREL
                      FILE STATUS    IS WRK-FS-PONTEXPREL.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
       SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-PONTEXPREL-REGISTRO  PIC X(026).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-PONTOS         PIC X(002) VALUE SPACES.
           05 WRK-FS-PONTAVISO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PONTEXPREL     PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE CLITOT (DETALHE) - VALORES EDITADOS, COMO NO
      *AC00EX40
       01  WRK-POS-CONTROLE         PIC 9(004) VALUE ZEROS.
       01  WRK-ABATER               PIC 9(009) VALUE ZEROS.

      *LAYOUT DE JRNMEST - MESMO DO AC00EX10
       01  WRK-JRNMEST-REGISTRO.
           05 JRNMEST-RUN-ID.
              07 JRNMEST-RUN-DATA     PIC 9(008).
              07 JRNMEST-RUN-PASSO    PIC X(008).
              07 JRNMEST-RUN-HORA     PIC 9(006).
           05 JRNMEST-DATA            PIC 9(008).
           05 JRNMEST-HORA            PIC 9(008).
           05 JRNMEST-SEQUENCIA       PIC 9(009).
           05 JRNMEST-ARQUIVO         PIC X(008).
           05 JRNMEST-OPERACAO        PIC X(001).
               88 JRNMEST-INCLUSAO       VALUE "I".
               88 JRNMEST-ALTERACAO      VALUE "A".
               88 JRNMEST-EXCLUSAO       VALUE "E".
               88 JRNMEST-CONTROLE       VALUE "C".
           05 JRNMEST-CHAVE           PIC 9(010).
           05 JRNMEST-IMAGENS.
              07 JRNMEST-IMAGEM-ANTES  PIC X(100).
              07 JRNMEST-IMAGEM-DEPOIS PIC X(100).
           05 JRNMEST-FIGURAS-CONTROLE REDEFINES JRNMEST-IMAGENS.
              07 JRNMEST-CTL-INCLUSOES  PIC 9(009).
              07 JRNMEST-CTL-ALTERACOES PIC 9(009).
              07 JRNMEST-CTL-EXCLUSOES  PIC 9(009).
              07 JRNMEST-CTL-SOMA-CHAVES-INC PIC 9(015).
              07 JRNMEST-CTL-SOMA-CHAVES-EXC PIC 9(015).
              07 FILLER                 PIC X(143).

      *FIGURAS DE CONTROLE DO RUN, GRAVADAS NO JRNMEST NO FIM
       01  WRK-JRN-CONTROLE.
           05 WRK-JRN-SEQUENCIA       PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-INCLUSOES       PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-ALTERACOES      PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-EXCLUSOES       PIC 9(009) VALUE ZEROS.
           05 WRK-JRN-SOMA-CHAVES-INC PIC 9(015) VALUE ZEROS.
           05 WRK-JRN-SOMA-CHAVES-EXC PIC 9(015) VALUE ZEROS.

      *HORA DE INICIO DO RUN, PARTE DA IDENTIFICACAO DO RUN NO
      *JRNMEST
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CLITOT       PIC 9(05) VALUE ZEROS.
       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX52 INICIADO - SAFRAS DE PONTOS"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           COMPUTE WRK-ANOMES-ATUAL =
               WRK-SIS-ANO * 100 + WRK-SIS-MES.
           COMPUTE WRK-MESES-SIS = WRK-SIS-ANO * 12 + WRK-SIS-MES.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN EXTEND   JRNMEST.
           IF WRK-FS-JRNMEST = "35"
              OPEN OUTPUT  JRNMEST
           END-IF.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA OS MULTIPLICADORES DE NIVEL DO TIERMST. SEM O
      *MESTRE, TODO MUNDO GANHA NA TAXA BASE (COMO NO AC00EX10).
       017-CARREGAR-TABELA-TIERMST.
              IF WRK-PONTOS-EXPIRADOS > PONTOS-SALDO
                 MOVE PONTOS-SALDO TO WRK-PONTOS-EXPIRADOS
              END-IF
              MOVE WRK-PONTOS-REGISTRO TO JRNMEST-IMAGEM-ANTES
              SUBTRACT WRK-PONTOS-EXPIRADOS FROM PONTOS-SALDO
              REWRITE FD-PONTOS-REGISTRO FROM WRK-PONTOS-REGISTRO
              IF WRK-FS-PONTOS NOT = ZEROS
                         WRK-FS-PONTOS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET JRNMEST-ALTERACAO    TO TRUE
              MOVE WRK-PONTOS-REGISTRO TO JRNMEST-IMAGEM-DEPOIS
              PERFORM 060-GRAVAR-JRNMEST
           END-IF.

       044-EXPIRAR-UMA-SAFRA.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-VINTHOJE-TODOS.
           PERFORM 061-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GRAVA NO DIARIO DE RECUPERACAO A ATUALIZACAO RECEM APLICADA
      *AO KSDS DE PONTOS. A OPERACAO (I/A/E) E AS IMAGENS VEM DO
      *CHAMADOR.
       060-GRAVAR-JRNMEST.
           MOVE "PONTOS"             TO JRNMEST-ARQUIVO.
           MOVE PONTOS-COD-CLIENTE   TO JRNMEST-CHAVE.
           EVALUATE TRUE
               WHEN JRNMEST-INCLUSAO
                   ADD 1 TO WRK-JRN-INCLUSOES
                   ADD JRNMEST-CHAVE TO WRK-JRN-SOMA-CHAVES-INC
               WHEN JRNMEST-ALTERACAO
                   ADD 1 TO WRK-JRN-ALTERACOES
               WHEN JRNMEST-EXCLUSAO
                   ADD 1 TO WRK-JRN-EXCLUSOES
                   ADD JRNMEST-CHAVE TO WRK-JRN-SOMA-CHAVES-EXC
           END-EVALUATE.
           PERFORM 061A-ESCREVER-JRNMEST.

      *FECHA O RUN NO DIARIO COM O REGISTRO DE CONTROLE (C). RUN
      *SEM ESTE REGISTRO NAO TERMINOU NORMALMENTE.
       061-GRAVAR-CONTROLE-JRNMEST.
           MOVE "PONTOS"             TO JRNMEST-ARQUIVO.
           SET JRNMEST-CONTROLE      TO TRUE.
           MOVE ZEROS                TO JRNMEST-CHAVE.
           MOVE SPACES               TO JRNMEST-IMAGENS.
           MOVE WRK-JRN-INCLUSOES    TO JRNMEST-CTL-INCLUSOES.
           MOVE WRK-JRN-ALTERACOES   TO JRNMEST-CTL-ALTERACOES.
           MOVE WRK-JRN-EXCLUSOES    TO JRNMEST-CTL-EXCLUSOES.
           MOVE WRK-JRN-SOMA-CHAVES-INC
             TO JRNMEST-CTL-SOMA-CHAVES-INC.
           MOVE WRK-JRN-SOMA-CHAVES-EXC
             TO JRNMEST-CTL-SOMA-CHAVES-EXC.
           PERFORM 061A-ESCREVER-JRNMEST.

       061A-ESCREVER-JRNMEST.
           MOVE WRK-DATA-SIS         TO JRNMEST-RUN-DATA.
           MOVE "AC00EX52"           TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS         TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA    TO JRNMEST-SEQUENCIA.
           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX52".
           GOBACK.

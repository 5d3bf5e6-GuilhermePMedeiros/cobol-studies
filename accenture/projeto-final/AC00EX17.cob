           SELECT RESGATERR ASSIGN    TO RESGATERR
                      FILE STATUS    IS WRK-FS-RESGATERR.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
           SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-RESGATERR-REGISTRO   PIC X(013).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *STATUS DOS ARQUIVOS
           05 WRK-FS-RESGATE        PIC X(002) VALUE SPACES.
           05 WRK-FS-PONTOS         PIC X(002) VALUE SPACES.
           05 WRK-FS-RESGATERR      PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE RESGATE - TRANSACAO DE RESGATE DE PONTOS
       01  WRK-RESGATE-REGISTRO.
               88 RESGATERR-MOT-SEM-REGISTRO       VALUE "1".
               88 RESGATERR-MOT-SALDO-INSUFICIENTE VALUE "2".

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

      *DATA E HORA DE INICIO DO RUN, QUE IDENTIFICAM O RUN NO
      *JRNMEST
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.

       01  WRK-CONTADORES.
           05 WRK-CONT-LIDOS          PIC 9(005) VALUE ZEROS.
           05 WRK-CONT-RESGATADOS     PIC 9(005) VALUE ZEROS.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX17 INICIADO - RESGATE DE PONTOS".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 040-LER-RESGATE.

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

       020-PROCESSAR.
           ADD 1 TO WRK-CONT-LIDOS.
           MOVE RESGATE-COD-CLIENTE TO FD-PONTOS-COD-CLIENTE.
           IF RESGATE-QTD-PONTOS > PONTOS-SALDO
              PERFORM 032-REJEITAR-SALDO-INSUFICIENTE
           ELSE
              MOVE WRK-PONTOS-REGISTRO    TO JRNMEST-IMAGEM-ANTES
              ADD RESGATE-QTD-PONTOS      TO PONTOS-RESGATADOS
              SUBTRACT RESGATE-QTD-PONTOS FROM PONTOS-SALDO
              REWRITE FD-PONTOS-REGISTRO FROM WRK-PONTOS-REGISTRO
                 DISPLAY "ERRO REESCRITA PONTOS - FS: " WRK-FS-PONTOS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              SET JRNMEST-ALTERACAO       TO TRUE
              MOVE WRK-PONTOS-REGISTRO    TO JRNMEST-IMAGEM-DEPOIS
              PERFORM 060-GRAVAR-JRNMEST
              ADD 1 TO WRK-CONT-RESGATADOS
           END-IF.

                   WRK-CONT-RESGATADOS.
           DISPLAY "Quantidade de Resgates Rejeitados...: "
                   WRK-CONT-REJEITADOS.
           PERFORM 061-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 052-FECHAR-ARQUIVOS.

       052-FECHAR-ARQUIVOS.
              DISPLAY "ERRO CLOSE RESGATERR - FS: " WRK-FS-RESGATERR
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
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
           MOVE "AC00EX17"           TO JRNMEST-RUN-PASSO.
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
           DISPLAY "ABEND DO PROGRAMA - AC00EX17".
           GOBACK.

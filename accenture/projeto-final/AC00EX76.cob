      *RECUSAR O RECADASTRO DA IDENTIDADE APAGADA. O PEDIDO TIPO
      *C COM CONTA MAPEADA TAMBEM BLOQUEIA A CHAVE BANCARIA
      *(REGISTRO TIPO B ADICIONAL).
      *A ALTERACAO DO CLIENTE (KSDS) SAI TAMBEM NO DIARIO DE
      *RECUPERACAO JRNMEST, COM AS IMAGENS ANTES E DEPOIS.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       SELECT CERTERAS ASSIGN    TO CERTERAS
                      FILE STATUS    IS WRK-FS-CERTERAS.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
       SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-CLIENTE-REGISTRO.
           05 FD-CLIENTE-COD-CLINTE PIC 9(003).
           05 FILLER                PIC X(023).

       FD  MAPCLI
           RECORDING MODE IS F

       01  FD-CERTERAS-REGISTRO    PIC X(031).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-LGPDBLKA       PIC X(002) VALUE SPACES.
           05 WRK-FS-LGPDBLKN       PIC X(002) VALUE SPACES.
           05 WRK-FS-CERTERAS       PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE LGPDREQ E DO ARQUIVO DE BLOQUEIO (MESMO LAYOUT)
       01  WRK-LGPDREQ-REGISTRO.
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE MAPCLI
       01  WRK-MAPCLI-REGISTRO.
           05 CERTERAS-DATA         PIC  9(008).
           05 CERTERAS-QTD-AFETADOS PIC  9(007).

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

      *PEDIDOS CARREGADOS EM MEMORIA
       01  WRK-TAB-REQ-QTDE         PIC 9(004) VALUE ZEROS.

       01  WRK-NOME-REMOVIDO        PIC X(040)
           VALUE "TITULAR REMOVIDO".

      *DATA E HORA DE INICIO DO RUN - A HORA IDENTIFICA O RUN NO
      *JRNMEST
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.
       01  WRK-COD-CLIENTE-REQ      PIC 9(003) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX76 INICIADO - APAGAMENTO LGPD"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-LGPDREQ.
           PERFORM 014-COPIAR-BLOQUEIOS-ANT.
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

       013-CARREGAR-TABELA-LGPDREQ.
           PERFORM 044-LER-LGPDREQ.
           PERFORM 030-MOVER-DADOS-TAB-REQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO JRNMEST-IMAGENS
                   MOVE WRK-CLIENTE-REGISTRO TO JRNMEST-IMAGEM-ANTES
                   MOVE WRK-NOME-REMOVIDO TO CLIENTE-NOME
                   REWRITE FD-CLIENTE-REGISTRO
                       FROM WRK-CLIENTE-REGISTRO
                              WRK-FS-CLIENTE
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   MOVE WRK-CLIENTE-REGISTRO TO JRNMEST-IMAGEM-DEPOIS
                   SET JRNMEST-ALTERACAO TO TRUE
                   PERFORM 060-GRAVAR-JRNMEST
                   ADD 1 TO TAB-REQ-QTD-AFETADOS(IDX-REQ)
           END-READ.

       050-FINALIZAR.
           PERFORM 055-GRAVAR-CERTIFICADOS.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 061-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 052-FECHAR-ARQUIVOS.

       055-GRAVAR-CERTIFICADOS.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *GRAVA NO DIARIO DE RECUPERACAO A ATUALIZACAO RECEM APLICADA
      *AO KSDS DE CLIENTE. A OPERACAO E AS IMAGENS VEM DO
      *CHAMADOR.
       060-GRAVAR-JRNMEST.
           MOVE "CLIENTE"            TO JRNMEST-ARQUIVO.
           MOVE CLIENTE-COD-CLINTE   TO JRNMEST-CHAVE.
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
           MOVE "CLIENTE"            TO JRNMEST-ARQUIVO.
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
           MOVE "AC00EX76"           TO JRNMEST-RUN-PASSO.
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
           DISPLAY "ABEND DO PROGRAMA - AC00EX76".
           GOBACK.

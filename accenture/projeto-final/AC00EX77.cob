       SELECT MERGEAUD ASSIGN    TO MERGEAUD
                      FILE STATUS    IS WRK-FS-MERGEAUD.

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

       01  FD-MERGEAUD-REGISTRO    PIC X(034).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
           05 WRK-FS-MERGEXRFA      PIC X(002) VALUE SPACES.
           05 WRK-FS-MERGEXRF       PIC X(002) VALUE SPACES.
           05 WRK-FS-MERGEAUD       PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE CLIENTE
       01  WRK-CLIENTE-REGISTRO.
           05 CLIENTE-COD-CLINTE    PIC  9(003).
           05 CLIENTE-NOME          PIC  X(020).
           05 CLIENTE-IND-CORPORATIVO PIC  X(001).
               88 CLIENTE-CORPORATIVO  VALUE "S".
           05 CLIENTE-COD-PRAZO     PIC  X(002).
               88 CLIENTE-PRAZO-VALIDO VALUES "30" "60".

      *LAYOUT DE MAPCLI
       01  WRK-MAPCLI-REGISTRO.
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-PONTOS-TRANSF        PIC 9(009) VALUE ZEROS.

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

      *FIGURAS DE CONTROLE DO RUN POR MESTRE, GRAVADAS NO JRNMEST
      *NO FIM DO RUN
       01  TAB-JRC-REGISTRO OCCURS 2 TIMES
               INDEXED BY IDX-JRC.
           05 TAB-JRC-ARQUIVO         PIC X(008).
           05 TAB-JRC-INCLUSOES       PIC 9(009).
           05 TAB-JRC-ALTERACOES      PIC 9(009).
           05 TAB-JRC-EXCLUSOES       PIC 9(009).
           05 TAB-JRC-SOMA-CHAVES-INC PIC 9(015).
           05 TAB-JRC-SOMA-CHAVES-EXC PIC 9(015).

       01  WRK-JRN-SEQUENCIA        PIC 9(009) VALUE ZEROS.

      *HORA DE INICIO DO RUN, PARTE DA IDENTIFICACAO DO RUN NO
      *JRNMEST
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-CLIENTE      PIC 9(05) VALUE ZEROS.
       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC00EX77 INICIADO - FUSAO DE CLIENTES"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-CLIENTE.
           PERFORM 014-CARREGAR-TELEFONES.
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 060-ABRIR-JRNMEST.

       013-CARREGAR-TABELA-CLIENTE.
           PERFORM 043-LER-CLIENTE.
           PERFORM 030-MOVER-DADOS-TAB-CLI
                                 WRK-FS-PONTOS
                         PERFORM 999-ROTINA-ABEND
                      END-IF
                      MOVE "PONTOS"         TO JRNMEST-ARQUIVO
                      SET JRNMEST-EXCLUSAO  TO TRUE
                      MOVE PABS-COD-CLIENTE TO JRNMEST-CHAVE
                      MOVE WRK-PONTOS-ABSORVIDO
                        TO JRNMEST-IMAGEM-ANTES
                      MOVE SPACES           TO JRNMEST-IMAGEM-DEPOIS
                      PERFORM 061-GRAVAR-JRNMEST
                      PERFORM 038-CREDITAR-SOBREVIVENTE
              END-READ
           END-IF.
             TO FD-PONTOS-COD-CLIENTE.
           READ PONTOS INTO WRK-PONTOS-REGISTRO
               INVALID KEY
                   SET JRNMEST-INCLUSAO TO TRUE
                   MOVE SPACES TO JRNMEST-IMAGEM-ANTES
                   MOVE TAB-MRG-SOBREVIVE(IDX-MRG)
                     TO PONTOS-COD-CLIENTE
                   MOVE PABS-ACUMULADOS TO PONTOS-ACUMULADOS
                      PERFORM 999-ROTINA-ABEND
                   END-IF
               NOT INVALID KEY
                   SET JRNMEST-ALTERACAO TO TRUE
                   MOVE WRK-PONTOS-REGISTRO TO JRNMEST-IMAGEM-ANTES
                   ADD PABS-ACUMULADOS TO PONTOS-ACUMULADOS
                   ADD PABS-RESGATADOS TO PONTOS-RESGATADOS
                   ADD PABS-SALDO      TO PONTOS-SALDO
                      PERFORM 999-ROTINA-ABEND
                   END-IF
           END-READ.
           MOVE "PONTOS"            TO JRNMEST-ARQUIVO.
           MOVE PONTOS-COD-CLIENTE  TO JRNMEST-CHAVE.
           MOVE WRK-PONTOS-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
           PERFORM 061-GRAVAR-JRNMEST.

       037-REMOVER-CLIENTE-ABSORVIDO.
           MOVE TAB-MRG-ABSORVIDO(IDX-MRG)
                              WRK-FS-CLIENTE
                      PERFORM 999-ROTINA-ABEND
                   END-IF
                   MOVE "CLIENTE"          TO JRNMEST-ARQUIVO
                   SET JRNMEST-EXCLUSAO    TO TRUE
                   MOVE CLIENTE-COD-CLINTE TO JRNMEST-CHAVE
                   MOVE WRK-CLIENTE-REGISTRO
                     TO JRNMEST-IMAGEM-ANTES
                   MOVE SPACES             TO JRNMEST-IMAGEM-DEPOIS
                   PERFORM 061-GRAVAR-JRNMEST
           END-READ.

      *PRIMEIRA PASSAGEM NO LIMCRED: GUARDA A EXPOSICAO DE CADA

       050-FINALIZAR.
           PERFORM 055-GRAVAR-MERGEAUD-TODOS.
           PERFORM 062-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *ABRE O DIARIO DE RECUPERACAO DOS MESTRES, CUMULATIVO ENTRE
      *OS RUNS, E ZERA AS FIGURAS DE CONTROLE DESTE RUN.
       060-ABRIR-JRNMEST.
           OPEN EXTEND   JRNMEST.
           IF WRK-FS-JRNMEST = "35"
              OPEN OUTPUT  JRNMEST
           END-IF.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           INITIALIZE TAB-JRC-REGISTRO(1) TAB-JRC-REGISTRO(2).
           MOVE "CLIENTE"  TO TAB-JRC-ARQUIVO(1).
           MOVE "PONTOS"   TO TAB-JRC-ARQUIVO(2).
           MOVE ZEROS      TO WRK-JRN-SEQUENCIA.

      *GRAVA NO DIARIO A ATUALIZACAO RECEM APLICADA AO MESTRE. O
      *CHAMADOR INFORMA ARQUIVO, OPERACAO, CHAVE E AS IMAGENS.
       061-GRAVAR-JRNMEST.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE "AC00EX77"     TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS   TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA TO JRNMEST-SEQUENCIA.

           SET IDX-JRC TO 1.
           SEARCH TAB-JRC-REGISTRO
               AT END
                   DISPLAY "ARQUIVO SEM CONTROLE NO JRNMEST: "
                           JRNMEST-ARQUIVO
                   PERFORM 999-ROTINA-ABEND
               WHEN TAB-JRC-ARQUIVO(IDX-JRC) = JRNMEST-ARQUIVO
                   EVALUATE TRUE
                       WHEN JRNMEST-INCLUSAO
                           ADD 1 TO TAB-JRC-INCLUSOES(IDX-JRC)
                           ADD JRNMEST-CHAVE
                            TO TAB-JRC-SOMA-CHAVES-INC(IDX-JRC)
                       WHEN JRNMEST-ALTERACAO
                           ADD 1 TO TAB-JRC-ALTERACOES(IDX-JRC)
                       WHEN JRNMEST-EXCLUSAO
                           ADD 1 TO TAB-JRC-EXCLUSOES(IDX-JRC)
                           ADD JRNMEST-CHAVE
                            TO TAB-JRC-SOMA-CHAVES-EXC(IDX-JRC)
                   END-EVALUATE
           END-SEARCH.

           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *FECHA O RUN NO DIARIO COM UM REGISTRO DE CONTROLE POR
      *MESTRE. RUN SEM ESTES REGISTROS NAO TERMINOU NORMALMENTE.
       062-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 063-GRAVAR-CONTROLE-MESTRE
             VARYING IDX-JRC FROM 1 BY 1
               UNTIL IDX-JRC > 2.

       063-GRAVAR-CONTROLE-MESTRE.
           MOVE TAB-JRC-ARQUIVO(IDX-JRC) TO JRNMEST-ARQUIVO.
           SET JRNMEST-CONTROLE          TO TRUE.
           MOVE ZEROS                    TO JRNMEST-CHAVE.
           MOVE SPACES                   TO JRNMEST-IMAGENS.
           MOVE TAB-JRC-INCLUSOES(IDX-JRC)  TO JRNMEST-CTL-INCLUSOES.
           MOVE TAB-JRC-ALTERACOES(IDX-JRC) TO JRNMEST-CTL-ALTERACOES.
           MOVE TAB-JRC-EXCLUSOES(IDX-JRC)  TO JRNMEST-CTL-EXCLUSOES.
           MOVE TAB-JRC-SOMA-CHAVES-INC(IDX-JRC)
             TO JRNMEST-CTL-SOMA-CHAVES-INC.
           MOVE TAB-JRC-SOMA-CHAVES-EXC(IDX-JRC)
             TO JRNMEST-CTL-SOMA-CHAVES-EXC.
           MOVE WRK-DATA-SIS   TO JRNMEST-RUN-DATA.
           MOVE "AC00EX77"     TO JRNMEST-RUN-PASSO.
           MOVE WRK-HORA-SIS   TO JRNMEST-RUN-HORA.
           ACCEPT JRNMEST-DATA FROM DATE YYYYMMDD.
           ACCEPT JRNMEST-HORA FROM TIME.
           ADD 1 TO WRK-JRN-SEQUENCIA.
           MOVE WRK-JRN-SEQUENCIA TO JRNMEST-SEQUENCIA.
           WRITE FD-JRNMEST-REGISTRO FROM WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC00EX77".
           GOBACK.

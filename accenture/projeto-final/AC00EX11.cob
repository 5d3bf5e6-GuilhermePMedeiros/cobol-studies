           SELECT AUDJRN    ASSIGN    TO AUDJRN
                      FILE STATUS    IS WRK-FS-AUDJRN.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
           SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

      *AUTORIZACOES DE OPERADOR - QUEM PODE FAZER I/A/E EM QUAL
      *MESTRE. TRANSACAO DE OPERADOR NAO AUTORIZADO E REJEITADA.
           SELECT AUTORIZ   ASSIGN    TO AUTORIZ

       01  FD-AUDJRN-REGISTRO       PIC X(218).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

      *AUTORIZACOES DE OPERADOR
       FD  AUTORIZ
           RECORDING MODE IS F
           05 WRK-FS-APROVACAO      PIC X(002) VALUE SPACES.
           05 WRK-FS-PENDREL        PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.
           05 WRK-FS-AUTORIZ        PIC X(002) VALUE SPACES.
           05 WRK-FS-OPERREL        PIC X(002) VALUE SPACES.
           05 WRK-FS-RUNCTL         PIC X(002) VALUE SPACES.
      *IMAGEM DO PRODUTO ANTES DA ALTERACAO/EXCLUSAO
       01  WRK-IMAGEM-ANTES         PIC X(090) VALUE SPACES.

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

      *LAYOUT DE AUTORIZ - PERMISSOES DE UM OPERADOR NUM MESTRE
       01  WRK-AUTORIZ-REGISTRO.
           05 AUTORIZ-OPERADOR      PIC X(008).
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

      *    NA PRIMEIRA EXECUCAO O KSDS DE STATUS AINDA NAO EXISTE
      *    E E CRIADO VAZIO (TODO PRODUTO SEM REGISTRO E ATIVO).
           OPEN I-O      PRODSTAT.
           PERFORM 016-ACUMULAR-USO.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 028-GRAVAR-AUDJRN.
           SET JRNMEST-INCLUSAO TO TRUE.
           PERFORM 068-GRAVAR-JRNMEST.
           PERFORM 027-GRAVAR-PRODHIST.

      *ALTERACAO - REJEITADA SE O CODIGO NAO EXISTIR OU OS DADOS
           ADD 1 TO WRK-CONT-ALTERADOS.
           PERFORM 016-ACUMULAR-USO.
           PERFORM 028-GRAVAR-AUDJRN.
           SET JRNMEST-ALTERACAO TO TRUE.
           PERFORM 068-GRAVAR-JRNMEST.
           PERFORM 027-GRAVAR-PRODHIST.

      *GRAVA NO HISTORICO O PRECO QUE ACABOU DE SER EFETIVADO NO
           PERFORM 016-ACUMULAR-USO.
           MOVE SPACES TO WRK-PRODUTO-REGISTRO.
           PERFORM 028-GRAVAR-AUDJRN.
           SET JRNMEST-EXCLUSAO TO TRUE.
           PERFORM 068-GRAVAR-JRNMEST.

      *GRAVA NO DIARIO UNICO A TRANSACAO RECEM APLICADA, COM AS
      *IMAGENS ANTES (CAPTURADA NA LEITURA) E DEPOIS (O REGISTRO
           DISPLAY "Quantidade de Pendencias Rejeitadas.: "
                   WRK-CONT-REJ-APROVACAO.
           PERFORM 018-GERAR-OPERREL.
           PERFORM 069-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 052-FECHAR-ARQUIVOS.

      *RETURN-CODE GRADUADO: 0 RUN LIMPO, 4 COM TRANSACOES
              DISPLAY "ERRO CLOSE AUDJRN - FS: " WRK-FS-AUDJRN
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
           END-IF.

           CLOSE PENDHOJE.
           IF WRK-FS-PENDHOJE NOT = "00"
              DISPLAY "ERRO CLOSE PENDHOJE - FS: " WRK-FS-PENDHOJE
      *ABRE O CONTROLE DE EXECUCAO E VALIDA QUE O PASSO AINDA NAO
      *CONCLUIU NESTA DATA, SALVO OVERRIDE EXPLICITO DO OPERADOR
      *(ARQUIVO PARMOVRD PRESENTE). AO FINAL, CARIMBA O INICIO.
      *GRAVA NO DIARIO DE RECUPERACAO A ATUALIZACAO RECEM APLICADA
      *AO KSDS DE PRODUTO, COM AS MESMAS IMAGENS DO AUDJRN. A
      *OPERACAO (I/A/E) VEM MARCADA PELO CHAMADOR.
       068-GRAVAR-JRNMEST.
           MOVE "PRODUTO"            TO JRNMEST-ARQUIVO.
           MOVE MANTPROD-COD-PRODUTO TO JRNMEST-CHAVE.
           MOVE SPACES               TO JRNMEST-IMAGENS.
           MOVE WRK-IMAGEM-ANTES     TO JRNMEST-IMAGEM-ANTES.
           MOVE WRK-PRODUTO-REGISTRO TO JRNMEST-IMAGEM-DEPOIS.
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
           PERFORM 069A-ESCREVER-JRNMEST.

      *FECHA O RUN NO DIARIO COM O REGISTRO DE CONTROLE (C). RUN
      *SEM ESTE REGISTRO NAO TERMINOU NORMALMENTE.
       069-GRAVAR-CONTROLE-JRNMEST.
           MOVE "PRODUTO"            TO JRNMEST-ARQUIVO.
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
           PERFORM 069A-ESCREVER-JRNMEST.

       069A-ESCREVER-JRNMEST.
           MOVE WRK-DATA-SIS         TO JRNMEST-RUN-DATA.
           MOVE "AC00EX11"           TO JRNMEST-RUN-PASSO.
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

       150-VERIFICAR-RUNCTL.
           SET OVERRIDE-NAO-AUTORIZADO TO TRUE.
           OPEN INPUT   PARMOVRD.

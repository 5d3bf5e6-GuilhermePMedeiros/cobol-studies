      *ALTERACAO DE CODIGO INEXISTENTE) SAI EM ERPREJ COM O
      *MOTIVO. CADA MUDANCA APLICADA SAI NO RELATORIO ERPAPL COM
      *O PRECO ANTES E DEPOIS, PARA AUDITORIA, E NO DIARIO UNICO
      *AUDJRN, NO MESMO LAYOUT DO AC00EX11, E NO DIARIO DE
      *RECUPERACAO JRNMEST, COMO NO AC00EX11.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

           SELECT AUDJRN    ASSIGN    TO AUDJRN
                      FILE STATUS    IS WRK-FS-AUDJRN.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES - MESMO LAYOUT
      *GRAVADO PELO AC00EX10, COM O RUN, AS IMAGENS ANTES/DEPOIS
      *E AS FIGURAS DE CONTROLE DO RUN. BASE DO AC01EX34
           SELECT JRNMEST   ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

       DATA                  DIVISION.
       FILE                  SECTION.


       01  FD-AUDJRN-REGISTRO      PIC X(218).

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO      PIC X(266).

       WORKING-STORAGE       SECTION.

      *STATUS DOS ARQUIVOS
           05 WRK-FS-ERPREJ         PIC X(002) VALUE SPACES.
           05 WRK-FS-ERPAPL         PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.

      *LAYOUT DE ERPPROD - REGISTRO DO ERP
       01  WRK-ERPPROD-REGISTRO.
           05 AUDJRN-IMAGEM-ANTES   PIC X(090).
           05 AUDJRN-IMAGEM-DEPOIS  PIC X(090).

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

      *IMAGEM DO PRODUTO ANTES DA ALTERACAO
       01  WRK-IMAGEM-ANTES         PIC X(090) VALUE SPACES.

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

           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 027-GRAVAR-PRODHIST.
           PERFORM 028-GRAVAR-AUDJRN.
           SET JRNMEST-INCLUSAO TO TRUE.
           PERFORM 060-GRAVAR-JRNMEST.
           PERFORM 029-GRAVAR-ERPAPL.

      *ALTERACAO DE PRECO - REJEITADA SE O CODIGO NAO EXISTIR. O

           PERFORM 027-GRAVAR-PRODHIST.
           PERFORM 028-GRAVAR-AUDJRN.
           SET JRNMEST-ALTERACAO TO TRUE.
           PERFORM 060-GRAVAR-JRNMEST.
           PERFORM 029-GRAVAR-ERPAPL.

      *GRAVA NO HISTORICO O PRECO EFETIVADO, COM A DATA DE
                   WRK-CONT-REJEITADOS.
           DISPLAY "Quantidade de Precos no Historico...: "
                   WRK-CONT-GRAVADOS-HIST.
           PERFORM 061-GRAVAR-CONTROLE-JRNMEST.
           PERFORM 052-FECHAR-ARQUIVOS.

      *RETURN-CODE GRADUADO: 0 RUN LIMPO, 4 COM REGISTROS
              DISPLAY "ERRO CLOSE AUDJRN - FS: " WRK-FS-AUDJRN
           END-IF.

           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
           END-IF.

      *GRAVA NO DIARIO DE RECUPERACAO A ATUALIZACAO RECEM APLICADA
      *AO KSDS DE PRODUTO, COM AS MESMAS IMAGENS DO AUDJRN. A
      *OPERACAO (I/A/E) VEM MARCADA PELO CHAMADOR.
       060-GRAVAR-JRNMEST.
           MOVE "PRODUTO"            TO JRNMEST-ARQUIVO.
           MOVE PRODUTO-COD-PRODUTO  TO JRNMEST-CHAVE.
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
           PERFORM 061A-ESCREVER-JRNMEST.

      *FECHA O RUN NO DIARIO COM O REGISTRO DE CONTROLE (C). RUN
      *SEM ESTE REGISTRO NAO TERMINOU NORMALMENTE.
       061-GRAVAR-CONTROLE-JRNMEST.
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
           PERFORM 061A-ESCREVER-JRNMEST.

       061A-ESCREVER-JRNMEST.
           MOVE WRK-DATA-SIS         TO JRNMEST-RUN-DATA.
           MOVE "AC00EX55"           TO JRNMEST-RUN-PASSO.
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
           DISPLAY "ABEND DO PROGRAMA - AC00EX55".
           MOVE 12 TO RETURN-CODE.

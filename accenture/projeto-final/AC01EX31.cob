       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX31.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX31
      *COMPARATIVO DE PRECOS POR ZONA. CADA LOJA DO CADASTRO TEM
      *UMA ZONA DE PRECO (00 = PRECO BASE) E A TABELA ZONAPRC TRAZ
      *O PRECO DO PRODUTO NA ZONA, COM VIGENCIA PROPRIA, QUE
      *SUBSTITUI O PRECO BASE NA VENDA (AC00EX10), NA DEVOLUCAO
      *(AC00EX13) E NA MARGEM (AC00EX59).
      *PARA CADA PRODUTO COM PRECO DE ZONA VIGENTE NA DATA DE
      *REFERENCIA (PARMZONA; SEM O PARAMETRO, A DATA DO SISTEMA) O
      *RELATORIO ZONAREL MOSTRA O PRECO BASE (PRODHIST VIGENTE OU,
      *SEM HISTORICO, O DO CADASTRO), O PRECO DE CADA ZONA COM A
      *DIFERENCA SOBRE O BASE E, AO FINAL DO PRODUTO, O MENOR E O
      *MAIOR PRECO PRATICADO E A AMPLITUDE (MAIOR - MENOR) EM VALOR
      *E EM PERCENTUAL SOBRE O MENOR. O PRECO BASE ENTRA NA
      *AMPLITUDE, POIS E O PRATICADO NAS LOJAS DA ZONA 00 E NAS
      *ZONAS SEM PRECO PROPRIO PARA O PRODUTO. QUANDO A TABELA TEM
      *MAIS DE UMA VIGENCIA DA MESMA ZONA E PRODUTO NA DATA, A
      *ULTIMA PREVALECE, COMO NA VENDA.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA DE REFERENCIA DO COMPARATIVO (OPCIONAL)
       SELECT PARMZONA  ASSIGN    TO PARMZONA
                      FILE STATUS    IS WRK-FS-PARMZONA.

      *TABELA DE PRECOS POR ZONA - A MESMA LIDA PELO AC00EX10
       SELECT ZONAPRC   ASSIGN    TO ZONAPRC
                      FILE STATUS    IS WRK-FS-ZONAPRC.

      *HISTORICO DE PRECOS COM DATA DE VIGENCIA (OPCIONAL)
       SELECT PRODHIST  ASSIGN    TO PRODHIST
                      FILE STATUS    IS WRK-FS-PRODHIST.

      *MESMO KSDS DE PRODUTO DO AC00EX10, COM ACESSO ALEATORIO
      *PARA O NOME E O PRECO ATUAL DO PRODUTO
       SELECT PRODUTO   ASSIGN    TO PRODUTO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-PRODUTO-COD-PRODUTO
                      FILE STATUS    IS WRK-FS-PRODUTO.

      *RELATORIO DO COMPARATIVO
       SELECT ZONAREL   ASSIGN    TO ZONAREL
                      FILE STATUS    IS WRK-FS-ZONAREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMZONA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMZONA-REGISTRO     PIC X(008).

       FD  ZONAPRC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ZONAPRC-REGISTRO      PIC X(034).

       FD  PRODHIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODHIST-REGISTRO     PIC X(024).

       FD  PRODUTO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PRODUTO-REGISTRO.
           05 FD-PRODUTO-COD-PRODUTO PIC 9(005).
           05 FILLER                 PIC X(021).

       FD  ZONAREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ZONAREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMZONA       PIC X(002) VALUE SPACES.
           05 WRK-FS-ZONAPRC        PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODHIST       PIC X(002) VALUE SPACES.
           05 WRK-FS-PRODUTO        PIC X(002) VALUE SPACES.
           05 WRK-FS-ZONAREL        PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMZONA - DATA DE REFERENCIA (ZERADA = HOJE)
       01  WRK-PARMZONA-REGISTRO.
           05 PARMZONA-DATA-REFERENCIA PIC 9(008).

      *LAYOUT DE ZONAPRC - MESMO DO AC00EX10
       01  WRK-ZONAPRC-REGISTRO.
           05 ZONAPRC-ZONA            PIC  9(002).
           05 ZONAPRC-COD-PRODUTO     PIC  9(005).
           05 ZONAPRC-VALOR           PIC  9(009)V99.
           05 ZONAPRC-DATA-INICIO     PIC  9(008).
           05 ZONAPRC-DATA-FIM        PIC  9(008).

      *LAYOUT DE PRODHIST - MESMO GRAVADO PELO AC00EX11/AC00EX55
       01  WRK-PRODHIST-REGISTRO.
           05 PRODHIST-COD-PRODUTO    PIC  9(005).
           05 PRODHIST-DATA-VIGENCIA  PIC  9(008).
           05 PRODHIST-VALOR          PIC  9(009)V99.

      *LAYOUT DE PRODUTO
       01  WRK-PRODUTO-REGISTRO.
           05 PRODUTO-COD-PRODUTO     PIC  9(005).
           05 PRODUTO-NOME            PIC  X(010).
           05 PRODUTO-VALOR           PIC  9(009)V99.

      *TABELA INTERNA DO HISTORICO DE PRECOS
       01  WRK-TAB-PRODHIST-QTDE    PIC 9(004) VALUE ZEROS.

       01  TAB-PRODHIST-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-PRODHIST-QTDE
               INDEXED BY IDX-PRODHIST.
           05 TAB-PRODHIST-COD-PRODUTO   PIC 9(005).
           05 TAB-PRODHIST-DATA-VIGENCIA PIC 9(008).
           05 TAB-PRODHIST-VALOR         PIC 9(009)V99.

      *PRECOS DE ZONA VIGENTES NA DATA DE REFERENCIA, EM ORDEM DE
      *PRODUTO E ZONA (UMA ENTRADA POR PRODUTO E ZONA)
       01  WRK-TAB-ZPC-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-ZPC-REGISTRO OCCURS 1 TO 5000 TIMES
               DEPENDING ON WRK-TAB-ZPC-QTDE.
           05 TAB-ZPC-CHAVE.
              07 TAB-ZPC-COD-PRODUTO  PIC 9(005).
              07 TAB-ZPC-ZONA         PIC 9(002).
           05 TAB-ZPC-VALOR           PIC 9(009)V99.

      *CHAVE DO PRECO DE ZONA EM INCLUSAO NA TABELA
       01  WRK-CHAVE-ZPC.
           05 WRK-CHAVE-COD-PRODUTO   PIC 9(005).
           05 WRK-CHAVE-ZONA          PIC 9(002).

      *POSICOES NA TABELA DE PRECOS DE ZONA
       01  WRK-IND-ZPC              PIC 9(004) VALUE ZEROS.
       01  WRK-IND-POS              PIC 9(004) VALUE ZEROS.
       01  WRK-IND-DESL             PIC 9(004) VALUE ZEROS.
       01  WRK-IND-ANT              PIC 9(004) VALUE ZEROS.

       01  WRK-SW-POSICAO           PIC 9(001) VALUE ZEROS.
           88 POSICAO-ACHADA           VALUE 1.
           88 POSICAO-NAO-ACHADA       VALUE 0.

       01  WRK-SW-PRODUTO           PIC 9(001) VALUE ZEROS.
           88 FIM-DO-PRODUTO           VALUE 1.
           88 PRODUTO-EM-CURSO         VALUE 0.

       01  WRK-SW-CADASTRO          PIC 9(001) VALUE ZEROS.
           88 PRODUTO-CADASTRADO       VALUE 1.
           88 PRODUTO-NAO-CADASTRADO   VALUE 0.

      *DATA DO SISTEMA E DATA DE REFERENCIA DO COMPARATIVO
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-REFERENCIA.
           05 WRK-DR-ANO            PIC 9(004).
           05 WRK-DR-MES            PIC 9(002).
           05 WRK-DR-DIA            PIC 9(002).

       01  WRK-DATA-REFERENCIA-R REDEFINES WRK-DATA-REFERENCIA
                                    PIC 9(008).

      *APURACAO DO PRODUTO CORRENTE
       01  WRK-PRODUTO-ATUAL        PIC 9(005) VALUE ZEROS.
       01  WRK-PRECO-BASE           PIC 9(009)V99 VALUE ZEROS.
       01  WRK-MENOR-PRECO          PIC 9(009)V99 VALUE ZEROS.
       01  WRK-MAIOR-PRECO          PIC 9(009)V99 VALUE ZEROS.
       01  WRK-AMPLITUDE            PIC 9(009)V99 VALUE ZEROS.
       01  WRK-PCT-AMPLITUDE        PIC 9(005)V99 VALUE ZEROS.
       01  WRK-DIFERENCA            PIC S9(009)V99 VALUE ZEROS.
       01  WRK-PCT-DIFERENCA        PIC S9(005)V99 VALUE ZEROS.

      *PRODUTO COM A MAIOR AMPLITUDE DO RELATORIO
       01  WRK-MAIOR-AMPLITUDE      PIC 9(009)V99 VALUE ZEROS.
       01  WRK-PRODUTO-MAIOR-AMPL   PIC 9(005) VALUE ZEROS.

      *LINHAS DO RELATORIO ZONAREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(045) VALUE
              "COMPARATIVO DE PRECOS POR ZONA - REFERENCIA ".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(025) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(039) VALUE
              "PROD.  NOME        ZONA           PRECO".
           05 FILLER                PIC X(027) VALUE
              "    DIF. S/ BASE        PCT".
           05 FILLER                PIC X(014) VALUE SPACES.

       01  WRK-LINHA-DETALHE.
           05 DET-PRODUTO           PIC ZZZZZ.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-NOME              PIC X(010).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-ZONA              PIC X(004).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-PRECO             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-DIFERENCA         PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                PIC X(002) VALUE SPACES.
           05 DET-PCT               PIC ZZZZ9,99-.
           05 FILLER                PIC X(013) VALUE SPACES.

       01  WRK-LINHA-AMPLITUDE.
           05 FILLER                PIC X(005) VALUE SPACES.
           05 FILLER                PIC X(006) VALUE "MENOR ".
           05 AMP-MENOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(008) VALUE "  MAIOR ".
           05 AMP-MAIOR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(009) VALUE "  AMPLIT.".
           05 AMP-AMPLITUDE         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 AMP-PCT               PIC ZZZZ9,99.
           05 FILLER                PIC X(002) VALUE "% ".

       01  WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO         PIC X(040).
           05 TOT-QTD               PIC ZZ.ZZ9.
           05 FILLER                PIC X(034) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-ZONAPRC      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-FORA-VIGENCIA      PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-LIDOS-PRODHIST     PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PRODUTOS           PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PRECOS-ZONA        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PRODUTO-AUSENTE    PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ACIMA-BASE         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ABAIXO-BASE        PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX31-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-IND-ZPC > WRK-TAB-ZPC-QTDE.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX31 INICIADO - PRECOS POR ZONA"
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 011-CARREGAR-PARMZONA.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-CARREGAR-TABELA-PRODHIST.
           PERFORM 014-CARREGAR-TABELA-ZONAPRC.
           PERFORM 060-GRAVAR-CABECALHO.
           MOVE 1 TO WRK-IND-ZPC.

      *DATA DE REFERENCIA DO COMPARATIVO. SEM O PARAMETRO, OU COM A
      *DATA ZERADA, VALE A DATA DO SISTEMA.
       011-CARREGAR-PARMZONA.
           MOVE ZEROS TO PARMZONA-DATA-REFERENCIA.
           OPEN INPUT   PARMZONA.
           IF WRK-FS-PARMZONA NOT = "35"
              IF WRK-FS-PARMZONA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMZONA - FS: "
                         WRK-FS-PARMZONA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMZONA INTO WRK-PARMZONA-REGISTRO
              IF WRK-FS-PARMZONA NOT = "00"
                 DISPLAY "ERRO LEITURA PARMZONA - FS: "
                         WRK-FS-PARMZONA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMZONA
           END-IF.

           IF PARMZONA-DATA-REFERENCIA = ZEROS
              MOVE WRK-DATA-SIS TO WRK-DATA-REFERENCIA-R
           ELSE
              MOVE PARMZONA-DATA-REFERENCIA TO WRK-DATA-REFERENCIA-R
           END-IF.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PRODUTO.
           IF WRK-FS-PRODUTO NOT = ZEROS
              DISPLAY "ERRO ABERTURA PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ZONAREL.
           IF WRK-FS-ZONAREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA ZONAREL - FS: " WRK-FS-ZONAREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O HISTORICO DE PRECOS. SEM O ARQUIVO, O PRECO BASE E
      *O ATUAL DO CADASTRO.
       013-CARREGAR-TABELA-PRODHIST.
           OPEN INPUT    PRODHIST.
           IF WRK-FS-PRODHIST = "35"
              MOVE ZEROS TO WRK-TAB-PRODHIST-QTDE
           ELSE
              IF WRK-FS-PRODHIST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PRODHIST - FS: "
                         WRK-FS-PRODHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF

              PERFORM 041-LER-PRODHIST
              PERFORM 031-MOVER-DADOS-TAB-PRODHIST
                UNTIL WRK-FS-PRODHIST = "10"

              CLOSE PRODHIST
              IF WRK-FS-PRODHIST NOT = "00"
                 DISPLAY "ERRO CLOSE PRODHIST - FS: " WRK-FS-PRODHIST
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.

      *CARREGA OS PRECOS DE ZONA VIGENTES NA DATA DE REFERENCIA. A
      *TABELA E A RAZAO DE SER DESTE PROGRAMA E POR ISSO E
      *OBRIGATORIA.
       014-CARREGAR-TABELA-ZONAPRC.
           OPEN INPUT    ZONAPRC.
           IF WRK-FS-ZONAPRC NOT = ZEROS
              DISPLAY "ERRO ABERTURA ZONAPRC - FS: " WRK-FS-ZONAPRC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           PERFORM 042-LER-ZONAPRC.
           PERFORM 015-AVALIAR-ZONAPRC
             UNTIL WRK-FS-ZONAPRC = "10".

           CLOSE ZONAPRC.
           IF WRK-FS-ZONAPRC NOT = "00"
              DISPLAY "ERRO CLOSE ZONAPRC - FS: " WRK-FS-ZONAPRC
              PERFORM 999-ROTINA-ABEND
           END-IF.

       015-AVALIAR-ZONAPRC.
           IF ZONAPRC-DATA-INICIO <= WRK-DATA-REFERENCIA-R
              AND (ZONAPRC-DATA-FIM = ZEROS
                   OR ZONAPRC-DATA-FIM >= WRK-DATA-REFERENCIA-R)
              PERFORM 016-INCLUIR-PRECO-ZONA
           ELSE
              ADD 1 TO WRK-CONT-FORA-VIGENCIA
           END-IF.
           PERFORM 042-LER-ZONAPRC.

      *INCLUI O PRECO NA TABELA EM ORDEM DE PRODUTO E ZONA. A MESMA
      *ZONA E PRODUTO JA NA TABELA TEM O PRECO SUBSTITUIDO.
       016-INCLUIR-PRECO-ZONA.
           MOVE ZONAPRC-COD-PRODUTO TO WRK-CHAVE-COD-PRODUTO.
           MOVE ZONAPRC-ZONA        TO WRK-CHAVE-ZONA.
           MOVE 1 TO WRK-IND-POS.
           SET POSICAO-NAO-ACHADA TO TRUE.
           PERFORM 017-LOCALIZAR-POSICAO
             UNTIL POSICAO-ACHADA
                OR WRK-IND-POS > WRK-TAB-ZPC-QTDE.

           IF POSICAO-ACHADA
              IF TAB-ZPC-CHAVE(WRK-IND-POS) = WRK-CHAVE-ZPC
                 MOVE ZONAPRC-VALOR TO TAB-ZPC-VALOR(WRK-IND-POS)
              ELSE
                 PERFORM 018-ABRIR-POSICAO
              END-IF
           ELSE
              PERFORM 018-ABRIR-POSICAO
           END-IF.

       017-LOCALIZAR-POSICAO.
           IF TAB-ZPC-CHAVE(WRK-IND-POS) >= WRK-CHAVE-ZPC
              SET POSICAO-ACHADA TO TRUE
           ELSE
              ADD 1 TO WRK-IND-POS
           END-IF.

      *DESLOCA AS ENTRADAS A PARTIR DA POSICAO E GRAVA O NOVO PRECO
       018-ABRIR-POSICAO.
           IF WRK-TAB-ZPC-QTDE = 5000
              DISPLAY "TABELA ZONAPRC CHEIA - LIMITE 5000"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-ZPC-QTDE.
           PERFORM 019-DESLOCAR-ENTRADA
             VARYING WRK-IND-DESL FROM WRK-TAB-ZPC-QTDE BY -1
               UNTIL WRK-IND-DESL <= WRK-IND-POS.
           MOVE WRK-CHAVE-ZPC TO TAB-ZPC-CHAVE(WRK-IND-POS).
           MOVE ZONAPRC-VALOR TO TAB-ZPC-VALOR(WRK-IND-POS).

       019-DESLOCAR-ENTRADA.
           COMPUTE WRK-IND-ANT = WRK-IND-DESL - 1.
           MOVE TAB-ZPC-REGISTRO(WRK-IND-ANT)
             TO TAB-ZPC-REGISTRO(WRK-IND-DESL).

      *UM PRODUTO POR VEZ: LINHA DO PRECO BASE, UMA LINHA POR ZONA
      *COM PRECO PROPRIO E A LINHA DA AMPLITUDE.
       020-PROCESSAR.
           MOVE TAB-ZPC-COD-PRODUTO(WRK-IND-ZPC) TO WRK-PRODUTO-ATUAL.
           ADD 1 TO WRK-CONT-PRODUTOS.
           PERFORM 021-BUSCAR-PRODUTO.
           PERFORM 022-APURAR-PRECO-BASE.
           IF PRODUTO-CADASTRADO
              MOVE WRK-PRECO-BASE TO WRK-MENOR-PRECO
                                     WRK-MAIOR-PRECO
           ELSE
              MOVE 999999999,99   TO WRK-MENOR-PRECO
              MOVE ZEROS          TO WRK-MAIOR-PRECO
           END-IF.

           PERFORM 064-LIMPAR-DETALHE.
           MOVE WRK-PRODUTO-ATUAL TO DET-PRODUTO.
           MOVE PRODUTO-NOME      TO DET-NOME.
           MOVE "BASE"            TO DET-ZONA.
           MOVE WRK-PRECO-BASE    TO DET-PRECO.
           MOVE WRK-LINHA-DETALHE TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.

           SET PRODUTO-EM-CURSO TO TRUE.
           PERFORM 024-LISTAR-ZONA
             UNTIL FIM-DO-PRODUTO.

           PERFORM 025-GRAVAR-AMPLITUDE.

      *NOME E PRECO ATUAL DO PRODUTO. PRODUTO FORA DO CADASTRO SAI
      *COM O PRECO BASE ZERADO, QUE NAO ENTRA NA AMPLITUDE, E E
      *CONTADO A PARTE.
       021-BUSCAR-PRODUTO.
           SET PRODUTO-CADASTRADO TO TRUE.
           MOVE WRK-PRODUTO-ATUAL TO FD-PRODUTO-COD-PRODUTO.
           READ PRODUTO INTO WRK-PRODUTO-REGISTRO
               INVALID KEY
                   SET PRODUTO-NAO-CADASTRADO TO TRUE
                   MOVE WRK-PRODUTO-ATUAL TO PRODUTO-COD-PRODUTO
                   MOVE "NAO CADAST"      TO PRODUTO-NOME
                   MOVE ZEROS             TO PRODUTO-VALOR
                   ADD 1 TO WRK-CONT-PRODUTO-AUSENTE
           END-READ.

      *PRECO BASE NA DATA DE REFERENCIA: O PRECO VIGENTE DO
      *HISTORICO (A ULTIMA VIGENCIA ANTERIOR OU IGUAL A DATA
      *PREVALECE) OU, SEM OCORRENCIA, O DO CADASTRO.
       022-APURAR-PRECO-BASE.
           MOVE PRODUTO-VALOR TO WRK-PRECO-BASE.
           PERFORM 023-APLICAR-HISTORICO
             VARYING IDX-PRODHIST FROM 1 BY 1
               UNTIL IDX-PRODHIST > WRK-TAB-PRODHIST-QTDE.

       023-APLICAR-HISTORICO.
           IF TAB-PRODHIST-COD-PRODUTO(IDX-PRODHIST) =
              WRK-PRODUTO-ATUAL
              AND TAB-PRODHIST-DATA-VIGENCIA(IDX-PRODHIST) <=
                  WRK-DATA-REFERENCIA-R
              MOVE TAB-PRODHIST-VALOR(IDX-PRODHIST)
                TO WRK-PRECO-BASE
           END-IF.

       024-LISTAR-ZONA.
           ADD 1 TO WRK-CONT-PRECOS-ZONA.
           COMPUTE WRK-DIFERENCA =
                   TAB-ZPC-VALOR(WRK-IND-ZPC) - WRK-PRECO-BASE.
           IF WRK-PRECO-BASE > ZEROS
              COMPUTE WRK-PCT-DIFERENCA ROUNDED =
                      WRK-DIFERENCA * 100 / WRK-PRECO-BASE
           ELSE
              MOVE ZEROS TO WRK-PCT-DIFERENCA
           END-IF.
           IF WRK-DIFERENCA > ZEROS
              ADD 1 TO WRK-CONT-ACIMA-BASE
           END-IF.
           IF WRK-DIFERENCA < ZEROS
              ADD 1 TO WRK-CONT-ABAIXO-BASE
           END-IF.

           IF TAB-ZPC-VALOR(WRK-IND-ZPC) < WRK-MENOR-PRECO
              MOVE TAB-ZPC-VALOR(WRK-IND-ZPC) TO WRK-MENOR-PRECO
           END-IF.
           IF TAB-ZPC-VALOR(WRK-IND-ZPC) > WRK-MAIOR-PRECO
              MOVE TAB-ZPC-VALOR(WRK-IND-ZPC) TO WRK-MAIOR-PRECO
           END-IF.

           PERFORM 064-LIMPAR-DETALHE.
           MOVE TAB-ZPC-ZONA(WRK-IND-ZPC)  TO DET-ZONA(3:2).
           MOVE TAB-ZPC-VALOR(WRK-IND-ZPC) TO DET-PRECO.
           MOVE WRK-DIFERENCA              TO DET-DIFERENCA.
           MOVE WRK-PCT-DIFERENCA          TO DET-PCT.
           MOVE WRK-LINHA-DETALHE TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.

           ADD 1 TO WRK-IND-ZPC.
           IF WRK-IND-ZPC > WRK-TAB-ZPC-QTDE
              SET FIM-DO-PRODUTO TO TRUE
           ELSE
              IF TAB-ZPC-COD-PRODUTO(WRK-IND-ZPC) NOT =
                 WRK-PRODUTO-ATUAL
                 SET FIM-DO-PRODUTO TO TRUE
              END-IF
           END-IF.

      *AMPLITUDE DO PRODUTO: MAIOR - MENOR PRECO PRATICADO, EM VALOR
      *E EM PERCENTUAL SOBRE O MENOR.
       025-GRAVAR-AMPLITUDE.
           COMPUTE WRK-AMPLITUDE = WRK-MAIOR-PRECO - WRK-MENOR-PRECO.
           IF WRK-MENOR-PRECO > ZEROS
              COMPUTE WRK-PCT-AMPLITUDE ROUNDED =
                      WRK-AMPLITUDE * 100 / WRK-MENOR-PRECO
           ELSE
              MOVE ZEROS TO WRK-PCT-AMPLITUDE
           END-IF.

           IF WRK-AMPLITUDE > WRK-MAIOR-AMPLITUDE
              MOVE WRK-AMPLITUDE     TO WRK-MAIOR-AMPLITUDE
              MOVE WRK-PRODUTO-ATUAL TO WRK-PRODUTO-MAIOR-AMPL
           END-IF.

           MOVE WRK-MENOR-PRECO   TO AMP-MENOR.
           MOVE WRK-MAIOR-PRECO   TO AMP-MAIOR.
           MOVE WRK-AMPLITUDE     TO AMP-AMPLITUDE.
           MOVE WRK-PCT-AMPLITUDE TO AMP-PCT.
           MOVE WRK-LINHA-AMPLITUDE TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.
           MOVE SPACES TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.

       031-MOVER-DADOS-TAB-PRODHIST.
           IF WRK-TAB-PRODHIST-QTDE = 5000
              DISPLAY "TABELA PRODHIST CHEIA - LIMITE 5000"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-PRODHIST-QTDE.
           SET IDX-PRODHIST TO WRK-TAB-PRODHIST-QTDE.
           MOVE PRODHIST-COD-PRODUTO
             TO TAB-PRODHIST-COD-PRODUTO(IDX-PRODHIST).
           MOVE PRODHIST-DATA-VIGENCIA
             TO TAB-PRODHIST-DATA-VIGENCIA(IDX-PRODHIST).
           MOVE PRODHIST-VALOR
             TO TAB-PRODHIST-VALOR(IDX-PRODHIST).
           PERFORM 041-LER-PRODHIST.

       041-LER-PRODHIST.
           READ PRODHIST INTO WRK-PRODHIST-REGISTRO.
           IF WRK-FS-PRODHIST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PRODHIST - FS: " WRK-FS-PRODHIST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-PRODHIST = "00"
              ADD 1 TO WRK-CONT-LIDOS-PRODHIST
           END-IF.

       042-LER-ZONAPRC.
           READ ZONAPRC INTO WRK-ZONAPRC-REGISTRO.
           IF WRK-FS-ZONAPRC NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ZONAPRC - FS: " WRK-FS-ZONAPRC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ZONAPRC = "00"
              ADD 1 TO WRK-CONT-LIDOS-ZONAPRC
           END-IF.

       050-FINALIZAR.
           PERFORM 057-GRAVAR-TOTAIS-ZONAREL.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.
           DISPLAY "PROGRAMA AC01EX31 FINALIZADO".

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos ZONAPRC.....: "
                   WRK-CONT-LIDOS-ZONAPRC.
           DISPLAY "Quantidade de Precos Fora de Vigencia.....: "
                   WRK-CONT-FORA-VIGENCIA.
           DISPLAY "Quantidade de Registros Lidos PRODHIST....: "
                   WRK-CONT-LIDOS-PRODHIST.
           DISPLAY "Quantidade de Produtos Comparados.........: "
                   WRK-CONT-PRODUTOS.
           DISPLAY "Quantidade de Precos de Zona Vigentes.....: "
                   WRK-CONT-PRECOS-ZONA.
           DISPLAY "Quantidade de Produtos Fora do Cadastro...: "
                   WRK-CONT-PRODUTO-AUSENTE.

       052-FECHAR-ARQUIVOS.
           CLOSE PRODUTO.
           IF WRK-FS-PRODUTO NOT = "00"
              DISPLAY "ERRO CLOSE PRODUTO - FS: " WRK-FS-PRODUTO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ZONAREL.
           IF WRK-FS-ZONAREL NOT = "00"
              DISPLAY "ERRO CLOSE ZONAREL - FS: " WRK-FS-ZONAREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       057-GRAVAR-TOTAIS-ZONAREL.
           MOVE WRK-LINHA-TRACO TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.
           MOVE "PRODUTOS COMPARADOS"            TO TOT-DESCRICAO.
           MOVE WRK-CONT-PRODUTOS                TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PRECOS DE ZONA VIGENTES"        TO TOT-DESCRICAO.
           MOVE WRK-CONT-PRECOS-ZONA             TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PRECOS DE ZONA ACIMA DO BASE"   TO TOT-DESCRICAO.
           MOVE WRK-CONT-ACIMA-BASE              TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PRECOS DE ZONA ABAIXO DO BASE"  TO TOT-DESCRICAO.
           MOVE WRK-CONT-ABAIXO-BASE             TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PRODUTOS FORA DO CADASTRO"      TO TOT-DESCRICAO.
           MOVE WRK-CONT-PRODUTO-AUSENTE         TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.
           MOVE "PRODUTO COM A MAIOR AMPLITUDE"  TO TOT-DESCRICAO.
           MOVE WRK-PRODUTO-MAIOR-AMPL           TO TOT-QTD.
           PERFORM 058-GRAVAR-LINHA-TOTAL.

       058-GRAVAR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.

       060-GRAVAR-CABECALHO.
           MOVE WRK-DR-DIA TO CAB1-DIA.
           MOVE WRK-DR-MES TO CAB1-MES.
           MOVE WRK-DR-ANO TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.
           MOVE WRK-LINHA-TRACO TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.
           MOVE WRK-LINHA-CAB2  TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.
           MOVE WRK-LINHA-TRACO TO FD-ZONAREL-REGISTRO.
           PERFORM 063-ESCREVER-ZONAREL.

       063-ESCREVER-ZONAREL.
           WRITE FD-ZONAREL-REGISTRO.
           IF WRK-FS-ZONAREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ZONAREL - FS: " WRK-FS-ZONAREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       064-LIMPAR-DETALHE.
           MOVE ZEROS  TO DET-PRODUTO DET-PRECO DET-DIFERENCA DET-PCT.
           MOVE SPACES TO DET-NOME DET-ZONA.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX31".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

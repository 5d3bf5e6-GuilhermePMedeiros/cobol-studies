       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX36.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX36
      *DISTRIBUICAO E ARQUIVO DOS RELATORIOS DO PROCESSAMENTO
      *NOTURNO. A TABELA DISTRIB DIZ, PARA CADA RELATORIO, QUEM O
      *RECEBE (UM REGISTRO POR DESTINATARIO), SE O DESTINATARIO
      *RECEBE O RELATORIO INTEIRO (G) OU SO AS PAGINAS DE CADA
      *LOJA (L - UMA COPIA POR LOJA, PARA O GERENTE DA LOJA, COM
      *A COLUNA ONDE ESTA O CODIGO DA LOJA NA LINHA) E SE O
      *RELATORIO E OBRIGATORIO NA NOITE. O CARTAO PARMDIST
      *INFORMA O MODO:
      *  A - ARQUIVAMENTO: APOS O PASSO QUE GERA O RELATORIO. AS
      *      LINHAS DE RELIN SAO GRAVADAS NO KSDS ARQREL (CHAVE
      *      RELATORIO + DATA DO RUN + SEQUENCIA, SUBSTITUINDO O
      *      ARQUIVO DA MESMA DATA SE O PASSO FOR REPROCESSADO), A
      *      COPIA DE CADA DESTINATARIO SAI EM DISTOUT COM UMA
      *      FOLHA DE ROSTO E O QUE FOI GERADO E ENTREGUE VAI PARA
      *      O MANIFESTO (MANIFEST). RELIN AUSENTE ENTRA NO
      *      MANIFESTO COMO AUSENTE;
      *  C - CONFERENCIA: NO FIM DA NOITE. CONFRONTA O MANIFESTO
      *      DA DATA COM A TABELA DISTRIB E LISTA EM MANREL OS
      *      RELATORIOS ENTREGUES, VAZIOS, SEM DISTRIBUICAO E OS
      *      OBRIGATORIOS QUE FALTARAM;
      *  R - RECUPERACAO: DEVOLVE EM RELOUT O RELATORIO ARQUIVADO
      *      COM O NOME E A DATA INFORMADOS, INTEIRO OU SO AS
      *      PAGINAS DE UMA LOJA.
      *RC 4 QUANDO FALTA RELATORIO OBRIGATORIO, QUANDO O
      *RELATORIO NAO TEM DISTRIBUICAO OU NAO E ENCONTRADO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CARTAO DE CONTROLE
       SELECT PARMDIST ASSIGN    TO PARMDIST
                      FILE STATUS    IS WRK-FS-PARMDIST.

      *TABELA DE DISTRIBUICAO DOS RELATORIOS
       SELECT DISTRIB  ASSIGN    TO DISTRIB
                      FILE STATUS    IS WRK-FS-DISTRIB.

      *CADASTRO DE LOJAS, PARA O NOME NA FOLHA DE ROSTO
       SELECT LOJA     ASSIGN    TO LOJA
                      FILE STATUS    IS WRK-FS-LOJA.

      *RELATORIO A ARQUIVAR E DISTRIBUIR
       SELECT RELIN    ASSIGN    TO RELIN
                      FILE STATUS    IS WRK-FS-RELIN.

      *ARQUIVO DE RELATORIOS
       SELECT ARQREL   ASSIGN    TO ARQREL
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS DYNAMIC
                      RECORD KEY     IS FD-ARQREL-CHAVE
                      FILE STATUS    IS WRK-FS-ARQREL.

      *COPIAS DOS DESTINATARIOS, PARA IMPRESSAO
       SELECT DISTOUT  ASSIGN    TO DISTOUT
                      FILE STATUS    IS WRK-FS-DISTOUT.

      *MANIFESTO DOS RELATORIOS GERADOS E ENTREGUES
       SELECT MANIFEST ASSIGN    TO MANIFEST
                      FILE STATUS    IS WRK-FS-MANIFEST.

      *RELATORIO DA CONFERENCIA DO MANIFESTO
       SELECT MANREL   ASSIGN    TO MANREL
                      FILE STATUS    IS WRK-FS-MANREL.

      *RELATORIO RECUPERADO DO ARQUIVO
       SELECT RELOUT   ASSIGN    TO RELOUT
                      FILE STATUS    IS WRK-FS-RELOUT.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMDIST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMDIST-REGISTRO    PIC X(022).

       FD  DISTRIB
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-DISTRIB-REGISTRO     PIC X(035).

       FD  LOJA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-LOJA-REGISTRO        PIC X(025).

      *RECORD VARIAVEL - CADA RELATORIO TEM O SEU TAMANHO DE LINHA
       FD  RELIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WRK-TAM-RELIN
           LABEL RECORD IS STANDARD.

       01  FD-RELIN-REGISTRO       PIC X(200).

       FD  ARQREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ARQREL-REGISTRO.
           05 FD-ARQREL-CHAVE        PIC X(025).
           05 FILLER                 PIC X(206).

       FD  DISTOUT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WRK-TAM-DISTOUT
           LABEL RECORD IS STANDARD.

       01  FD-DISTOUT-REGISTRO     PIC X(200).

       FD  MANIFEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MANIFEST-REGISTRO    PIC X(056).

       FD  MANREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MANREL-REGISTRO      PIC X(080).

       FD  RELOUT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WRK-TAM-RELOUT
           LABEL RECORD IS STANDARD.

       01  FD-RELOUT-REGISTRO      PIC X(200).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMDIST       PIC X(002) VALUE SPACES.
           05 WRK-FS-DISTRIB        PIC X(002) VALUE SPACES.
           05 WRK-FS-LOJA           PIC X(002) VALUE SPACES.
           05 WRK-FS-RELIN          PIC X(002) VALUE SPACES.
           05 WRK-FS-ARQREL         PIC X(002) VALUE SPACES.
           05 WRK-FS-DISTOUT        PIC X(002) VALUE SPACES.
           05 WRK-FS-MANIFEST       PIC X(002) VALUE SPACES.
           05 WRK-FS-MANREL         PIC X(002) VALUE SPACES.
           05 WRK-FS-RELOUT         PIC X(002) VALUE SPACES.

       01  WRK-TAM-RELIN            PIC 9(004) COMP VALUE ZEROS.
       01  WRK-TAM-DISTOUT          PIC 9(004) COMP VALUE ZEROS.
       01  WRK-TAM-RELOUT           PIC 9(004) COMP VALUE ZEROS.

      *LAYOUT DE PARMDIST
       01  WRK-PARMDIST-REGISTRO.
           05 PARMDIST-MODO         PIC X(001).
               88 PARMDIST-ARQUIVAR    VALUE "A".
               88 PARMDIST-CONFERIR    VALUE "C".
               88 PARMDIST-RECUPERAR   VALUE "R".
               88 PARMDIST-MODO-VALIDO VALUES "A" "C" "R".
      *    RELATORIO A ARQUIVAR OU RECUPERAR (MODOS A E R)
           05 PARMDIST-RELATORIO    PIC X(010).
      *    DATA DO RUN - ZERADA = DATA DO SISTEMA
           05 PARMDIST-DATA         PIC 9(008).
      *    LOJA A RECUPERAR (MODO R) - ZERADA = TODAS
           05 PARMDIST-COD-LOJA     PIC 9(003).

      *LAYOUT DE DISTRIB - UM REGISTRO POR RELATORIO E DESTINATARIO
       01  WRK-DISTRIB-REGISTRO.
           05 DISTRIB-RELATORIO     PIC X(010).
           05 DISTRIB-DESTINATARIO  PIC X(020).
           05 DISTRIB-TIPO          PIC X(001).
               88 DISTRIB-GERAL        VALUE "G".
               88 DISTRIB-POR-LOJA     VALUE "L".
      *    COLUNA DO CODIGO DA LOJA (3 DIGITOS) NA LINHA - TIPO L
           05 DISTRIB-COL-LOJA      PIC 9(003).
           05 DISTRIB-OBRIGATORIO   PIC X(001).
               88 DISTRIB-OBRIGATORIO-SIM VALUE "S".

      *LAYOUT DE LOJA - MESMO DO AC00EX10
       01  WRK-LOJA-REGISTRO.
           05 LOJA-COD-LOJA         PIC 9(003).
           05 LOJA-NOME             PIC X(020).
           05 LOJA-ZONA-PRECO       PIC 9(002).

      *LAYOUT DE ARQREL - UMA LINHA DE RELATORIO ARQUIVADA. A LOJA
      *E ZERO NAS LINHAS SEM CODIGO DE LOJA (CABECALHOS, TOTAIS)
       01  WRK-ARQREL-REGISTRO.
           05 ARQREL-CHAVE.
              07 ARQREL-RELATORIO   PIC X(010).
              07 ARQREL-DATA        PIC 9(008).
              07 ARQREL-SEQUENCIA   PIC 9(007).
           05 ARQREL-COD-LOJA       PIC 9(003).
           05 ARQREL-TAM-LINHA      PIC 9(003).
           05 ARQREL-LINHA          PIC X(200).

      *LAYOUT DE MANIFEST - UM REGISTRO POR ARQUIVAMENTO
       01  WRK-MANIFEST-REGISTRO.
           05 MANIFEST-DATA         PIC 9(008).
           05 MANIFEST-RELATORIO    PIC X(010).
           05 MANIFEST-HORA         PIC 9(006).
           05 MANIFEST-SITUACAO     PIC X(010).
               88 MANIFEST-ENTREGUE    VALUE "ENTREGUE".
               88 MANIFEST-VAZIO       VALUE "VAZIO".
               88 MANIFEST-AUSENTE     VALUE "AUSENTE".
               88 MANIFEST-SEM-DIST    VALUE "SEM DIST".
           05 MANIFEST-QTD-LINHAS   PIC 9(007).
           05 MANIFEST-QTD-LOJAS    PIC 9(003).
           05 MANIFEST-QTD-COPIAS   PIC 9(003).
           05 MANIFEST-QTD-ENTREGUE PIC 9(009).

      *DESTINATARIOS DA TABELA DISTRIB
       01  WRK-TAB-DST-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DST-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-DST-QTDE
               INDEXED BY IDX-DST.
           05 TAB-DST-RELATORIO     PIC X(010).
           05 TAB-DST-DESTINATARIO  PIC X(020).
           05 TAB-DST-TIPO          PIC X(001).
               88 TAB-DST-POR-LOJA     VALUE "L".

      *RELATORIOS DA TABELA DISTRIB. NA CONFERENCIA RECEBE TAMBEM
      *O ULTIMO REGISTRO DO MANIFESTO DA DATA E OS RELATORIOS DO
      *MANIFESTO QUE NAO ESTAO NA TABELA.
       01  WRK-TAB-REL-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-REL-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-REL-QTDE
               INDEXED BY IDX-REL.
           05 TAB-REL-RELATORIO     PIC X(010).
           05 TAB-REL-QTD-DEST      PIC 9(003).
           05 TAB-REL-COL-LOJA      PIC 9(003).
           05 TAB-REL-SW-OBRIG      PIC 9(001).
               88 TAB-REL-OBRIGATORIO  VALUE 1.
           05 TAB-REL-SW-MANIFESTO  PIC 9(001).
               88 TAB-REL-NO-MANIFESTO VALUE 1.
           05 TAB-REL-SITUACAO      PIC X(010).
               88 TAB-REL-AUSENTE      VALUE "AUSENTE".
               88 TAB-REL-VAZIO        VALUE "VAZIO".
           05 TAB-REL-HORA          PIC 9(006).
           05 TAB-REL-QTD-LINHAS    PIC 9(007).
           05 TAB-REL-QTD-COPIAS    PIC 9(003).

      *LOJAS DO CADASTRO
       01  WRK-TAB-LOJ-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-LOJ-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-LOJ-QTDE
               INDEXED BY IDX-LOJ.
           05 TAB-LOJ-COD-LOJA      PIC 9(003).
           05 TAB-LOJ-NOME          PIC X(020).

      *LOJAS PRESENTES NO RELATORIO, EM ORDEM DE CODIGO
       01  WRK-TAB-LJR-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-LJR-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-LJR-QTDE
               INDEXED BY IDX-LJR.
           05 TAB-LJR-COD-LOJA      PIC 9(003).
           05 TAB-LJR-QTD-LINHAS    PIC 9(007).

       01  WRK-SUB-POSICAO          PIC 9(004) COMP VALUE ZEROS.
       01  WRK-SUB-DESLOCA          PIC 9(004) COMP VALUE ZEROS.
       01  WRK-SUB-DESTINO          PIC 9(004) COMP VALUE ZEROS.

      *RELATORIO PROCURADO NA LISTA DE RELATORIOS
       01  WRK-RELATORIO-BUSCA      PIC X(010) VALUE SPACES.

      *DATA DO RUN EM TRATAMENTO
       01  WRK-DATA-RUN             PIC 9(008) VALUE ZEROS.

       01  WRK-DATA-RUN-R REDEFINES WRK-DATA-RUN.
           05 WRK-ANO-RUN           PIC 9(004).
           05 WRK-MES-RUN           PIC 9(002).
           05 WRK-DIA-RUN           PIC 9(002).

      *DATA E HORA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.
       01  WRK-HORA-SIS             PIC 9(008) VALUE ZEROS.

       01  WRK-HORA-SIS-R REDEFINES WRK-HORA-SIS.
           05 WRK-HHMMSS-SIS        PIC 9(006).
           05 FILLER                PIC 9(002).

      *LOJA DA LINHA EM TRATAMENTO E LOJA DA COPIA EM ENTREGA
       01  WRK-COD-LOJA-LINHA       PIC 9(003) VALUE ZEROS.
       01  WRK-COD-LOJA-COPIA       PIC 9(003) VALUE ZEROS.
       01  WRK-COL-LOJA             PIC 9(003) VALUE ZEROS.

       01  WRK-SW-ACHOU             PIC 9(001) VALUE ZEROS.
           88 ACHOU                    VALUE 1.
           88 NAO-ACHOU                VALUE 0.

      *FOLHA DE ROSTO DE CADA COPIA
       01  WRK-LINHA-ROSTO1.
           05 FILLER                PIC X(015) VALUE "*** RELATORIO: ".
           05 ROS-RELATORIO         PIC X(010).
           05 FILLER                PIC X(008) VALUE "  DATA: ".
           05 ROS-DIA               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 ROS-MES               PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 ROS-ANO               PIC 9(004).
           05 FILLER                PIC X(004) VALUE " ***".
           05 FILLER                PIC X(033) VALUE SPACES.

       01  WRK-LINHA-ROSTO2.
           05 FILLER                PIC X(018) VALUE
              "*** DESTINATARIO: ".
           05 ROS-DESTINATARIO      PIC X(020).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 ROS-LOJA.
              07 FILLER             PIC X(005) VALUE "LOJA ".
              07 ROS-COD-LOJA       PIC 9(003).
              07 FILLER             PIC X(001) VALUE SPACES.
              07 ROS-NOME-LOJA      PIC X(020).
           05 FILLER                PIC X(012) VALUE SPACES.

       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "=".
       01  WRK-LINHA-HIFEN          PIC X(080) VALUE ALL "-".

      *LINHAS DO RELATORIO MANREL
       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(045) VALUE
              "MANIFESTO DOS RELATORIOS DO PROCESSAMENTO DE".
           05 CAB1-DIA              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-MES              PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CAB1-ANO              PIC 9(004).
           05 FILLER                PIC X(025) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(040) VALUE
              "RELATORIO  OBR SITUACAO   HORA      LINH".
           05 FILLER                PIC X(040) VALUE
              "AS COPIAS DEST ALERTA".

       01  WRK-LINHA-DETALHE.
           05 DET-RELATORIO         PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-OBRIGATORIO       PIC X(003).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-SITUACAO          PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-HORA              PIC 99B99B99.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-QTD-LINHAS        PIC Z.ZZZ.ZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-QTD-COPIAS        PIC ZZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-QTD-DEST          PIC ZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 DET-ALERTA            PIC X(023).

       01  WRK-LINHA-TOTAL.
           05 TOT-TEXTO             PIC X(040).
           05 TOT-QTDE              PIC ZZZ.ZZ9.
           05 FILLER                PIC X(033) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LINHAS-LIDAS       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LINHAS-SUBST       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-COPIAS             PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LINHAS-ENTREGUES   PIC 9(09) VALUE ZEROS.
           03 WRK-CONT-LINHAS-RECUP       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REL-ENTREGUES      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REL-VAZIOS         PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REL-FALTANDO       PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-REL-SEM-DIST       PIC 9(07) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX36-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX36 INICIADO - DISTRIBUICAO E "
                   "ARQUIVO DE RELATORIOS".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMDIST.
           PERFORM 014-CARREGAR-DISTRIB.
           PERFORM 015-CARREGAR-LOJA.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PARMDIST.
           IF WRK-FS-PARMDIST NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMDIST - FS: " WRK-FS-PARMDIST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    DISTRIB.
           IF WRK-FS-DISTRIB NOT = ZEROS
              DISPLAY "ERRO ABERTURA DISTRIB - FS: " WRK-FS-DISTRIB
              PERFORM 999-ROTINA-ABEND
           END-IF.

       013-LER-PARMDIST.
           READ PARMDIST INTO WRK-PARMDIST-REGISTRO.
           IF WRK-FS-PARMDIST NOT = ZEROS
              DISPLAY "CARTAO PARMDIST AUSENTE - FS: " WRK-FS-PARMDIST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           CLOSE PARMDIST.

           IF NOT PARMDIST-MODO-VALIDO
              DISPLAY "MODO INVALIDO NO PARMDIST: " PARMDIST-MODO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF NOT PARMDIST-CONFERIR
              AND PARMDIST-RELATORIO = SPACES
              DISPLAY "RELATORIO NAO INFORMADO NO PARMDIST"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF PARMDIST-DATA NOT NUMERIC
              OR PARMDIST-COD-LOJA NOT NUMERIC
              DISPLAY "DATA OU LOJA INVALIDA NO PARMDIST: "
                      WRK-PARMDIST-REGISTRO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF PARMDIST-DATA = ZEROS
              MOVE WRK-DATA-SIS  TO WRK-DATA-RUN
           ELSE
              MOVE PARMDIST-DATA TO WRK-DATA-RUN
           END-IF.

      *CARREGA OS DESTINATARIOS E MONTA A LISTA DOS RELATORIOS.
      *UM RELATORIO E OBRIGATORIO SE QUALQUER DESTINATARIO O
      *MARCAR ASSIM.
       014-CARREGAR-DISTRIB.
           PERFORM 042-LER-DISTRIB.
           PERFORM 016-GUARDAR-DISTRIB
             UNTIL WRK-FS-DISTRIB = "10".
           CLOSE DISTRIB.

           IF WRK-TAB-DST-QTDE = ZEROS
              DISPLAY "TABELA DISTRIB VAZIA"
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O CADASTRO DE LOJAS, A FOLHA DE ROSTO SAI SEM O NOME.
       015-CARREGAR-LOJA.
           OPEN INPUT    LOJA.
           IF WRK-FS-LOJA = "35"
              DISPLAY "CADASTRO LOJA AUSENTE - COPIAS SEM NOME DA LOJA"
           ELSE
              IF WRK-FS-LOJA NOT = ZEROS
                 DISPLAY "ERRO ABERTURA LOJA - FS: " WRK-FS-LOJA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 043-LER-LOJA
              PERFORM 017-GUARDAR-LOJA
                UNTIL WRK-FS-LOJA = "10"
              CLOSE LOJA
           END-IF.

       016-GUARDAR-DISTRIB.
           IF DISTRIB-RELATORIO = SPACES
              OR NOT (DISTRIB-GERAL OR DISTRIB-POR-LOJA)
              DISPLAY "REGISTRO INVALIDO NO DISTRIB: "
                      WRK-DISTRIB-REGISTRO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF DISTRIB-POR-LOJA
              AND (DISTRIB-COL-LOJA NOT NUMERIC
                   OR DISTRIB-COL-LOJA = ZEROS
                   OR DISTRIB-COL-LOJA > 198)
              DISPLAY "COLUNA DA LOJA INVALIDA NO DISTRIB: "
                      WRK-DISTRIB-REGISTRO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF WRK-TAB-DST-QTDE = 999
              DISPLAY "TABELA DE DESTINATARIOS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-DST-QTDE.
           MOVE DISTRIB-RELATORIO
             TO TAB-DST-RELATORIO(WRK-TAB-DST-QTDE).
           MOVE DISTRIB-DESTINATARIO
             TO TAB-DST-DESTINATARIO(WRK-TAB-DST-QTDE).
           MOVE DISTRIB-TIPO
             TO TAB-DST-TIPO(WRK-TAB-DST-QTDE).

           MOVE DISTRIB-RELATORIO TO WRK-RELATORIO-BUSCA.
           PERFORM 018-BUSCAR-RELATORIO.
           ADD 1 TO TAB-REL-QTD-DEST(IDX-REL).
           IF DISTRIB-OBRIGATORIO-SIM
              SET TAB-REL-OBRIGATORIO(IDX-REL) TO TRUE
           END-IF.
           IF DISTRIB-POR-LOJA
              MOVE DISTRIB-COL-LOJA TO TAB-REL-COL-LOJA(IDX-REL)
           END-IF.
           PERFORM 042-LER-DISTRIB.

       017-GUARDAR-LOJA.
           IF WRK-TAB-LOJ-QTDE = 999
              DISPLAY "TABELA DE LOJAS EXCEDIDA"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-LOJ-QTDE.
           MOVE LOJA-COD-LOJA TO TAB-LOJ-COD-LOJA(WRK-TAB-LOJ-QTDE).
           MOVE LOJA-NOME     TO TAB-LOJ-NOME(WRK-TAB-LOJ-QTDE).
           PERFORM 043-LER-LOJA.

      *POSICIONA IDX-REL NO RELATORIO WRK-RELATORIO-BUSCA,
      *INCLUINDO-O NA LISTA SE AINDA NAO ESTIVER LA.
       018-BUSCAR-RELATORIO.
           SET NAO-ACHOU TO TRUE.
           IF WRK-TAB-REL-QTDE > ZEROS
              SET IDX-REL TO 1
              SEARCH TAB-REL-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-REL-RELATORIO(IDX-REL) =
                       WRK-RELATORIO-BUSCA
                      SET ACHOU TO TRUE
              END-SEARCH
           END-IF.
           IF NAO-ACHOU
              IF WRK-TAB-REL-QTDE = 999
                 DISPLAY "TABELA DE RELATORIOS EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-REL-QTDE
              SET IDX-REL TO WRK-TAB-REL-QTDE
              INITIALIZE TAB-REL-REGISTRO(IDX-REL)
              MOVE WRK-RELATORIO-BUSCA TO TAB-REL-RELATORIO(IDX-REL)
           END-IF.

       020-PROCESSAR.
           EVALUATE TRUE
               WHEN PARMDIST-ARQUIVAR
                   PERFORM 021-ARQUIVAR-RELATORIO
               WHEN PARMDIST-CONFERIR
                   PERFORM 034-CONFERIR-MANIFESTO
               WHEN OTHER
                   PERFORM 037-RECUPERAR-RELATORIO
           END-EVALUATE.

      *----------------------------------------------------------
      *MODO A - ARQUIVAMENTO E DISTRIBUICAO DE UM RELATORIO
      *----------------------------------------------------------
       021-ARQUIVAR-RELATORIO.
           MOVE PARMDIST-RELATORIO TO WRK-RELATORIO-BUSCA.
           PERFORM 018-BUSCAR-RELATORIO.
           MOVE TAB-REL-COL-LOJA(IDX-REL) TO WRK-COL-LOJA.

           INITIALIZE WRK-MANIFEST-REGISTRO.
           MOVE WRK-DATA-RUN       TO MANIFEST-DATA.
           MOVE PARMDIST-RELATORIO TO MANIFEST-RELATORIO.
           MOVE WRK-HHMMSS-SIS     TO MANIFEST-HORA.

           OPEN INPUT    RELIN.
           IF WRK-FS-RELIN = "35"
              SET MANIFEST-AUSENTE TO TRUE
              DISPLAY "RELATORIO " PARMDIST-RELATORIO
                      " NAO FOI GERADO - AUSENTE NO MANIFESTO"
              IF TAB-REL-OBRIGATORIO(IDX-REL)
                 ADD 1 TO WRK-CONT-REL-FALTANDO
              END-IF
           ELSE
              IF WRK-FS-RELIN NOT = ZEROS
                 DISPLAY "ERRO ABERTURA RELIN - FS: " WRK-FS-RELIN
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 022-ABRIR-ARQREL
              PERFORM 023-EXCLUIR-ARQUIVO-ANTERIOR
              PERFORM 041-LER-RELIN
              PERFORM 025-ARQUIVAR-LINHA
                UNTIL WRK-FS-RELIN = "10"
              CLOSE RELIN
              CLOSE ARQREL
              IF WRK-FS-ARQREL NOT = ZEROS
                 DISPLAY "ERRO CLOSE ARQREL - FS: " WRK-FS-ARQREL
                 PERFORM 999-ROTINA-ABEND
              END-IF

              MOVE WRK-CONT-LINHAS-LIDAS TO MANIFEST-QTD-LINHAS
              MOVE WRK-TAB-LJR-QTDE      TO MANIFEST-QTD-LOJAS
              EVALUATE TRUE
                  WHEN WRK-CONT-LINHAS-LIDAS = ZEROS
                      SET MANIFEST-VAZIO TO TRUE
                      ADD 1 TO WRK-CONT-REL-VAZIOS
                  WHEN TAB-REL-QTD-DEST(IDX-REL) = ZEROS
                      SET MANIFEST-SEM-DIST TO TRUE
                      ADD 1 TO WRK-CONT-REL-SEM-DIST
                      DISPLAY "RELATORIO " PARMDIST-RELATORIO
                              " SEM DISTRIBUICAO - SO ARQUIVADO"
                  WHEN OTHER
                      OPEN OUTPUT   DISTOUT
                      IF WRK-FS-DISTOUT NOT = ZEROS
                         DISPLAY "ERRO ABERTURA DISTOUT - FS: "
                                 WRK-FS-DISTOUT
                         PERFORM 999-ROTINA-ABEND
                      END-IF
                      PERFORM 029-DISTRIBUIR-DESTINATARIO
                        VARYING IDX-DST FROM 1 BY 1
                          UNTIL IDX-DST > WRK-TAB-DST-QTDE
                      CLOSE DISTOUT
                      SET MANIFEST-ENTREGUE TO TRUE
                      ADD 1 TO WRK-CONT-REL-ENTREGUES
              END-EVALUATE
              MOVE WRK-CONT-COPIAS           TO MANIFEST-QTD-COPIAS
              MOVE WRK-CONT-LINHAS-ENTREGUES TO MANIFEST-QTD-ENTREGUE
           END-IF.

           PERFORM 033-GRAVAR-MANIFESTO.

       022-ABRIR-ARQREL.
           OPEN I-O      ARQREL.
           IF WRK-FS-ARQREL = "35"
              OPEN OUTPUT   ARQREL
              IF WRK-FS-ARQREL NOT = ZEROS
                 DISPLAY "ERRO CRIACAO ARQREL - FS: " WRK-FS-ARQREL
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE ARQREL
              OPEN I-O      ARQREL
           END-IF.
           IF WRK-FS-ARQREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA ARQREL - FS: " WRK-FS-ARQREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *PASSO REPROCESSADO: O RELATORIO JA ARQUIVADO NA MESMA DATA
      *SAI DO ARQUIVO E DA LUGAR AO NOVO.
       023-EXCLUIR-ARQUIVO-ANTERIOR.
           MOVE PARMDIST-RELATORIO TO ARQREL-RELATORIO.
           MOVE WRK-DATA-RUN       TO ARQREL-DATA.
           MOVE ZEROS              TO ARQREL-SEQUENCIA.
           MOVE ARQREL-CHAVE       TO FD-ARQREL-CHAVE.
           START ARQREL KEY NOT < FD-ARQREL-CHAVE
               INVALID KEY
                   MOVE "10" TO WRK-FS-ARQREL
           END-START.
           IF WRK-FS-ARQREL NOT = "10"
              PERFORM 044-LER-ARQREL-PROXIMO
           END-IF.
           PERFORM 024-EXCLUIR-LINHA-ANTERIOR
             UNTIL WRK-FS-ARQREL = "10"
                OR ARQREL-RELATORIO NOT = PARMDIST-RELATORIO
                OR ARQREL-DATA NOT = WRK-DATA-RUN.
           IF WRK-CONT-LINHAS-SUBST > ZEROS
              DISPLAY "RELATORIO JA ARQUIVADO NA DATA - LINHAS "
                      "SUBSTITUIDAS: " WRK-CONT-LINHAS-SUBST
           END-IF.

       024-EXCLUIR-LINHA-ANTERIOR.
           DELETE ARQREL RECORD.
           IF WRK-FS-ARQREL NOT = ZEROS
              DISPLAY "ERRO EXCLUSAO ARQREL - FS: " WRK-FS-ARQREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-LINHAS-SUBST.
           PERFORM 044-LER-ARQREL-PROXIMO.

       025-ARQUIVAR-LINHA.
           ADD 1 TO WRK-CONT-LINHAS-LIDAS.
           PERFORM 026-IDENTIFICAR-LOJA.
           IF WRK-COD-LOJA-LINHA > ZEROS
              PERFORM 027-INCLUIR-LOJA-RELATORIO
           END-IF.

           MOVE PARMDIST-RELATORIO    TO ARQREL-RELATORIO.
           MOVE WRK-DATA-RUN          TO ARQREL-DATA.
           MOVE WRK-CONT-LINHAS-LIDAS TO ARQREL-SEQUENCIA.
           MOVE WRK-COD-LOJA-LINHA    TO ARQREL-COD-LOJA.
           MOVE WRK-TAM-RELIN         TO ARQREL-TAM-LINHA.
           MOVE SPACES                TO ARQREL-LINHA.
           MOVE FD-RELIN-REGISTRO(1:WRK-TAM-RELIN) TO ARQREL-LINHA.
           WRITE FD-ARQREL-REGISTRO FROM WRK-ARQREL-REGISTRO.
           IF WRK-FS-ARQREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ARQREL - FS: " WRK-FS-ARQREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 041-LER-RELIN.

      *LOJA DA LINHA LIDA DE RELIN, NA COLUNA DA TABELA DISTRIB.
      *LINHA CURTA OU SEM CODIGO NUMERICO NA COLUNA (CABECALHO,
      *TOTAL GERAL) FICA COM LOJA ZERO E VAI EM TODAS AS COPIAS.
       026-IDENTIFICAR-LOJA.
           MOVE ZEROS TO WRK-COD-LOJA-LINHA.
           IF WRK-COL-LOJA > ZEROS
              AND WRK-COL-LOJA + 2 NOT > WRK-TAM-RELIN
              IF FD-RELIN-REGISTRO(WRK-COL-LOJA:3) IS NUMERIC
                 MOVE FD-RELIN-REGISTRO(WRK-COL-LOJA:3)
                   TO WRK-COD-LOJA-LINHA
              END-IF
           END-IF.

      *LOJAS DO RELATORIO, EM ORDEM DE CODIGO, PARA AS COPIAS
       027-INCLUIR-LOJA-RELATORIO.
           SET NAO-ACHOU TO TRUE.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-LJR-QTDE + 1.
           IF WRK-TAB-LJR-QTDE > ZEROS
              SET IDX-LJR TO 1
              SEARCH TAB-LJR-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-LJR-COD-LOJA(IDX-LJR) = WRK-COD-LOJA-LINHA
                      SET ACHOU TO TRUE
                  WHEN TAB-LJR-COD-LOJA(IDX-LJR) > WRK-COD-LOJA-LINHA
                      SET WRK-SUB-POSICAO TO IDX-LJR
              END-SEARCH
           END-IF.
           IF NAO-ACHOU
              IF WRK-TAB-LJR-QTDE = 999
                 DISPLAY "TABELA DE LOJAS DO RELATORIO EXCEDIDA"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-LJR-QTDE
              PERFORM 028-DESLOCAR-LJR
                VARYING WRK-SUB-DESLOCA FROM WRK-TAB-LJR-QTDE BY -1
                  UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO
              SET IDX-LJR TO WRK-SUB-POSICAO
              MOVE WRK-COD-LOJA-LINHA TO TAB-LJR-COD-LOJA(IDX-LJR)
              MOVE ZEROS              TO TAB-LJR-QTD-LINHAS(IDX-LJR)
           END-IF.
           ADD 1 TO TAB-LJR-QTD-LINHAS(IDX-LJR).

       028-DESLOCAR-LJR.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-LJR-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-LJR-REGISTRO(WRK-SUB-DESLOCA).

      *UMA COPIA POR DESTINATARIO DO RELATORIO - OU, NA
      *DISTRIBUICAO POR LOJA, UMA COPIA POR LOJA DO RELATORIO.
       029-DISTRIBUIR-DESTINATARIO.
           IF TAB-DST-RELATORIO(IDX-DST) = PARMDIST-RELATORIO
              IF TAB-DST-POR-LOJA(IDX-DST)
                 PERFORM 030-ENTREGAR-COPIA-LOJA
                   VARYING IDX-LJR FROM 1 BY 1
                     UNTIL IDX-LJR > WRK-TAB-LJR-QTDE
              ELSE
                 MOVE ZEROS TO WRK-COD-LOJA-COPIA
                 PERFORM 031-ENTREGAR-COPIA
              END-IF
           END-IF.

       030-ENTREGAR-COPIA-LOJA.
           MOVE TAB-LJR-COD-LOJA(IDX-LJR) TO WRK-COD-LOJA-COPIA.
           PERFORM 031-ENTREGAR-COPIA.

      *FOLHA DE ROSTO E NOVA LEITURA DE RELIN, COM AS LINHAS DA
      *COPIA (TODAS, OU AS DA LOJA E AS SEM LOJA).
       031-ENTREGAR-COPIA.
           ADD 1 TO WRK-CONT-COPIAS.
           MOVE PARMDIST-RELATORIO TO ROS-RELATORIO.
           MOVE WRK-DIA-RUN        TO ROS-DIA.
           MOVE WRK-MES-RUN        TO ROS-MES.
           MOVE WRK-ANO-RUN        TO ROS-ANO.
           MOVE TAB-DST-DESTINATARIO(IDX-DST) TO ROS-DESTINATARIO.
           IF WRK-COD-LOJA-COPIA = ZEROS
              MOVE SPACES TO ROS-LOJA
           ELSE
              MOVE "LOJA "            TO ROS-LOJA
              MOVE WRK-COD-LOJA-COPIA TO ROS-COD-LOJA
              MOVE "NAO CADASTRADA"   TO ROS-NOME-LOJA
              IF WRK-TAB-LOJ-QTDE > ZEROS
                 SET IDX-LOJ TO 1
                 SEARCH TAB-LOJ-REGISTRO
                     AT END
                         CONTINUE
                     WHEN TAB-LOJ-COD-LOJA(IDX-LOJ) =
                          WRK-COD-LOJA-COPIA
                         MOVE TAB-LOJ-NOME(IDX-LOJ) TO ROS-NOME-LOJA
                 END-SEARCH
              END-IF
           END-IF.
           MOVE WRK-LINHA-TRACO  TO FD-DISTOUT-REGISTRO.
           PERFORM 039-GRAVAR-DISTOUT.
           MOVE WRK-LINHA-ROSTO1 TO FD-DISTOUT-REGISTRO.
           PERFORM 039-GRAVAR-DISTOUT.
           MOVE WRK-LINHA-ROSTO2 TO FD-DISTOUT-REGISTRO.
           PERFORM 039-GRAVAR-DISTOUT.
           MOVE WRK-LINHA-TRACO  TO FD-DISTOUT-REGISTRO.
           PERFORM 039-GRAVAR-DISTOUT.

           OPEN INPUT    RELIN.
           IF WRK-FS-RELIN NOT = ZEROS
              DISPLAY "ERRO REABERTURA RELIN - FS: " WRK-FS-RELIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 041-LER-RELIN.
           PERFORM 032-ENTREGAR-LINHA
             UNTIL WRK-FS-RELIN = "10".
           CLOSE RELIN.

       032-ENTREGAR-LINHA.
           PERFORM 026-IDENTIFICAR-LOJA.
           IF WRK-COD-LOJA-COPIA = ZEROS
              OR WRK-COD-LOJA-LINHA = ZEROS
              OR WRK-COD-LOJA-LINHA = WRK-COD-LOJA-COPIA
              MOVE WRK-TAM-RELIN     TO WRK-TAM-DISTOUT
              MOVE FD-RELIN-REGISTRO TO FD-DISTOUT-REGISTRO
              WRITE FD-DISTOUT-REGISTRO
              IF WRK-FS-DISTOUT NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO DISTOUT - FS: " WRK-FS-DISTOUT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-LINHAS-ENTREGUES
           END-IF.
           PERFORM 041-LER-RELIN.

       033-GRAVAR-MANIFESTO.
           OPEN EXTEND   MANIFEST.
           IF WRK-FS-MANIFEST = "35"
              OPEN OUTPUT  MANIFEST
           END-IF.
           IF WRK-FS-MANIFEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA MANIFEST - FS: " WRK-FS-MANIFEST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           WRITE FD-MANIFEST-REGISTRO FROM WRK-MANIFEST-REGISTRO.
           IF WRK-FS-MANIFEST NOT = ZEROS
              DISPLAY "ERRO GRAVACAO MANIFEST - FS: " WRK-FS-MANIFEST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           CLOSE MANIFEST.
           DISPLAY "MANIFESTO: " MANIFEST-RELATORIO " "
                   MANIFEST-SITUACAO.

      *----------------------------------------------------------
      *MODO C - CONFERENCIA DO MANIFESTO DA DATA
      *----------------------------------------------------------
       034-CONFERIR-MANIFESTO.
           OPEN INPUT    MANIFEST.
           IF WRK-FS-MANIFEST = "35"
              DISPLAY "MANIFESTO AUSENTE - NENHUM RELATORIO ARQUIVADO"
           ELSE
              IF WRK-FS-MANIFEST NOT = ZEROS
                 DISPLAY "ERRO ABERTURA MANIFEST - FS: "
                         WRK-FS-MANIFEST
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 045-LER-MANIFEST
              PERFORM 035-GUARDAR-MANIFESTO
                UNTIL WRK-FS-MANIFEST = "10"
              CLOSE MANIFEST
           END-IF.

           OPEN OUTPUT   MANREL.
           IF WRK-FS-MANREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA MANREL - FS: " WRK-FS-MANREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE WRK-DIA-RUN TO CAB1-DIA.
           MOVE WRK-MES-RUN TO CAB1-MES.
           MOVE WRK-ANO-RUN TO CAB1-ANO.
           MOVE WRK-LINHA-CAB1  TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE WRK-LINHA-HIFEN TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE WRK-LINHA-CAB2  TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE WRK-LINHA-HIFEN TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.

           PERFORM 036-LISTAR-RELATORIO
             VARYING IDX-REL FROM 1 BY 1
               UNTIL IDX-REL > WRK-TAB-REL-QTDE.

           MOVE WRK-LINHA-HIFEN TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE "RELATORIOS ENTREGUES...................:" TO TOT-TEXTO.
           MOVE WRK-CONT-REL-ENTREGUES TO TOT-QTDE.
           MOVE WRK-LINHA-TOTAL TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE "RELATORIOS VAZIOS......................:" TO TOT-TEXTO.
           MOVE WRK-CONT-REL-VAZIOS TO TOT-QTDE.
           MOVE WRK-LINHA-TOTAL TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE "RELATORIOS SEM DISTRIBUICAO............:" TO TOT-TEXTO.
           MOVE WRK-CONT-REL-SEM-DIST TO TOT-QTDE.
           MOVE WRK-LINHA-TOTAL TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.
           MOVE "RELATORIOS OBRIGATORIOS FALTANDO.......:" TO TOT-TEXTO.
           MOVE WRK-CONT-REL-FALTANDO TO TOT-QTDE.
           MOVE WRK-LINHA-TOTAL TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.

           CLOSE MANREL.

      *O MANIFESTO E GRAVADO EM ORDEM CRONOLOGICA: NO PASSO
      *REPROCESSADO, VALE O ULTIMO REGISTRO DO RELATORIO NA DATA.
       035-GUARDAR-MANIFESTO.
           IF MANIFEST-DATA = WRK-DATA-RUN
              MOVE MANIFEST-RELATORIO TO WRK-RELATORIO-BUSCA
              PERFORM 018-BUSCAR-RELATORIO
              SET TAB-REL-NO-MANIFESTO(IDX-REL) TO TRUE
              MOVE MANIFEST-SITUACAO   TO TAB-REL-SITUACAO(IDX-REL)
              MOVE MANIFEST-HORA       TO TAB-REL-HORA(IDX-REL)
              MOVE MANIFEST-QTD-LINHAS TO TAB-REL-QTD-LINHAS(IDX-REL)
              MOVE MANIFEST-QTD-COPIAS TO TAB-REL-QTD-COPIAS(IDX-REL)
           END-IF.
           PERFORM 045-LER-MANIFEST.

       036-LISTAR-RELATORIO.
           IF NOT TAB-REL-NO-MANIFESTO(IDX-REL)
              MOVE "NAO GERADO" TO TAB-REL-SITUACAO(IDX-REL)
           END-IF.
           MOVE TAB-REL-RELATORIO(IDX-REL)  TO DET-RELATORIO.
           MOVE TAB-REL-SITUACAO(IDX-REL)   TO DET-SITUACAO.
           MOVE TAB-REL-HORA(IDX-REL)       TO DET-HORA.
           MOVE TAB-REL-QTD-LINHAS(IDX-REL) TO DET-QTD-LINHAS.
           MOVE TAB-REL-QTD-COPIAS(IDX-REL) TO DET-QTD-COPIAS.
           MOVE TAB-REL-QTD-DEST(IDX-REL)   TO DET-QTD-DEST.
           IF TAB-REL-OBRIGATORIO(IDX-REL)
              MOVE "SIM" TO DET-OBRIGATORIO
           ELSE
              MOVE "NAO" TO DET-OBRIGATORIO
           END-IF.
           MOVE SPACES TO DET-ALERTA.
           EVALUATE TRUE
               WHEN NOT TAB-REL-NO-MANIFESTO(IDX-REL)
                 OR TAB-REL-AUSENTE(IDX-REL)
                   IF TAB-REL-OBRIGATORIO(IDX-REL)
                      MOVE "*** OBRIGATORIO FALTOU" TO DET-ALERTA
                      ADD 1 TO WRK-CONT-REL-FALTANDO
                   END-IF
               WHEN TAB-REL-QTD-DEST(IDX-REL) = ZEROS
                   MOVE "SEM DISTRIBUICAO" TO DET-ALERTA
                   ADD 1 TO WRK-CONT-REL-SEM-DIST
               WHEN TAB-REL-VAZIO(IDX-REL)
                   MOVE "RELATORIO VAZIO" TO DET-ALERTA
                   ADD 1 TO WRK-CONT-REL-VAZIOS
               WHEN OTHER
                   ADD 1 TO WRK-CONT-REL-ENTREGUES
           END-EVALUATE.
           MOVE WRK-LINHA-DETALHE TO FD-MANREL-REGISTRO.
           PERFORM 046-GRAVAR-MANREL.

      *----------------------------------------------------------
      *MODO R - RECUPERACAO DE UM RELATORIO ARQUIVADO
      *----------------------------------------------------------
       037-RECUPERAR-RELATORIO.
           OPEN INPUT    ARQREL.
           IF WRK-FS-ARQREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA ARQREL - FS: " WRK-FS-ARQREL
              PERFORM 999-ROTINA-ABEND
           END-IF.
           OPEN OUTPUT   RELOUT.
           IF WRK-FS-RELOUT NOT = ZEROS
              DISPLAY "ERRO ABERTURA RELOUT - FS: " WRK-FS-RELOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           MOVE PARMDIST-RELATORIO TO ARQREL-RELATORIO.
           MOVE WRK-DATA-RUN       TO ARQREL-DATA.
           MOVE ZEROS              TO ARQREL-SEQUENCIA.
           MOVE ARQREL-CHAVE       TO FD-ARQREL-CHAVE.
           START ARQREL KEY NOT < FD-ARQREL-CHAVE
               INVALID KEY
                   MOVE "10" TO WRK-FS-ARQREL
           END-START.
           IF WRK-FS-ARQREL NOT = "10"
              PERFORM 044-LER-ARQREL-PROXIMO
           END-IF.
           PERFORM 038-RECUPERAR-LINHA
             UNTIL WRK-FS-ARQREL = "10"
                OR ARQREL-RELATORIO NOT = PARMDIST-RELATORIO
                OR ARQREL-DATA NOT = WRK-DATA-RUN.

           CLOSE ARQREL.
           CLOSE RELOUT.
           IF WRK-CONT-LINHAS-RECUP = ZEROS
              DISPLAY "RELATORIO NAO ENCONTRADO NO ARQUIVO: "
                      PARMDIST-RELATORIO " " WRK-DATA-RUN
              ADD 1 TO WRK-CONT-REL-FALTANDO
           END-IF.

      *COM LOJA NO CARTAO, SAEM SO AS LINHAS DA LOJA E AS SEM LOJA.
       038-RECUPERAR-LINHA.
           IF PARMDIST-COD-LOJA = ZEROS
              OR ARQREL-COD-LOJA = ZEROS
              OR ARQREL-COD-LOJA = PARMDIST-COD-LOJA
              MOVE ARQREL-TAM-LINHA TO WRK-TAM-RELOUT
              MOVE ARQREL-LINHA     TO FD-RELOUT-REGISTRO
              WRITE FD-RELOUT-REGISTRO
              IF WRK-FS-RELOUT NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO RELOUT - FS: " WRK-FS-RELOUT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-LINHAS-RECUP
           END-IF.
           PERFORM 044-LER-ARQREL-PROXIMO.

       039-GRAVAR-DISTOUT.
           MOVE 80 TO WRK-TAM-DISTOUT.
           WRITE FD-DISTOUT-REGISTRO.
           IF WRK-FS-DISTOUT NOT = ZEROS
              DISPLAY "ERRO GRAVACAO DISTOUT - FS: " WRK-FS-DISTOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

       041-LER-RELIN.
           READ RELIN.
           IF WRK-FS-RELIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA RELIN - FS: " WRK-FS-RELIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-DISTRIB.
           READ DISTRIB INTO WRK-DISTRIB-REGISTRO.
           IF WRK-FS-DISTRIB NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA DISTRIB - FS: " WRK-FS-DISTRIB
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-LOJA.
           READ LOJA INTO WRK-LOJA-REGISTRO.
           IF WRK-FS-LOJA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA LOJA - FS: " WRK-FS-LOJA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-ARQREL-PROXIMO.
           READ ARQREL NEXT INTO WRK-ARQREL-REGISTRO.
           IF WRK-FS-ARQREL NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ARQREL - FS: " WRK-FS-ARQREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-MANIFEST.
           READ MANIFEST INTO WRK-MANIFEST-REGISTRO.
           IF WRK-FS-MANIFEST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MANIFEST - FS: " WRK-FS-MANIFEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-GRAVAR-MANREL.
           WRITE FD-MANREL-REGISTRO.
           IF WRK-FS-MANREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO MANREL - FS: " WRK-FS-MANREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           IF WRK-CONT-REL-FALTANDO > ZEROS
              OR WRK-CONT-REL-SEM-DIST > ZEROS
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Linhas Arquivadas........: "
                   WRK-CONT-LINHAS-LIDAS.
           DISPLAY "Quantidade de Linhas Substituidas......: "
                   WRK-CONT-LINHAS-SUBST.
           DISPLAY "Quantidade de Copias Entregues.........: "
                   WRK-CONT-COPIAS.
           DISPLAY "Quantidade de Linhas Entregues.........: "
                   WRK-CONT-LINHAS-ENTREGUES.
           DISPLAY "Quantidade de Linhas Recuperadas.......: "
                   WRK-CONT-LINHAS-RECUP.
           DISPLAY "Quantidade de Relatorios Entregues.....: "
                   WRK-CONT-REL-ENTREGUES.
           DISPLAY "Quantidade de Relatorios Vazios........: "
                   WRK-CONT-REL-VAZIOS.
           DISPLAY "Quantidade de Relatorios Sem Distrib...: "
                   WRK-CONT-REL-SEM-DIST.
           DISPLAY "Quantidade de Relatorios Faltando......: "
                   WRK-CONT-REL-FALTANDO.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX36".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

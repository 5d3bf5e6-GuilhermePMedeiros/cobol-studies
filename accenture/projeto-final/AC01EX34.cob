       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX34.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX34
      *RECUPERACAO DOS KSDS MESTRES PELO DIARIO JRNMEST, GRAVADO
      *POR TODOS OS PASSOS QUE ATUALIZAM OS MESTRES: AC00EX10
      *(PONTOS, ESTOQUE, VOUCHER, PROCREG E ESTQLOTE), AC00EX11 E
      *AC00EX55 (PRODUTO), AC00EX12 E AC00EX76 (CLIENTE), AC00EX13,
      *AC00EX58 E AC00EX62 (ESTOQUE), AC00EX57 E AC00EX95 (ESTOQUE
      *E ESTQLOTE), AC00EX17, AC00EX50 E AC00EX52 (PONTOS),
      *AC00EX54 (VOUCHER) E AC00EX77 (CLIENTE E PONTOS).
      *NO ESTQLOTE A CHAVE DO DIARIO E SO O CODIGO DO PRODUTO: A
      *CHAVE DO LOTE (PRODUTO, VALIDADE E LOTE) VEM DO INICIO DAS
      *IMAGENS, E A SOMA DAS CHAVES DA VERIFICACAO CONSIDERA SO O
      *CODIGO DO PRODUTO, COMO AS FIGURAS DE CONTROLE.
      *O CARTAO PARMREC INFORMA O MESTRE E O MODO:
      *  R - REAPLICACAO: BKPIN E O DESCARREGAMENTO (REPRO) DO
      *      ULTIMO BACKUP. AS ATUALIZACOES DO DIARIO POSTERIORES
      *      AO MOMENTO DO BACKUP SAO REAPLICADAS NA ORDEM EM QUE
      *      FORAM GRAVADAS, ATE O PONTO INFORMADO (PONTO ZERADO =
      *      ATE O FIM DO DIARIO);
      *  D - DESFAZIMENTO: BKPIN E O DESCARREGAMENTO DO MESTRE
      *      ATUAL. CADA CHAVE ATUALIZADA PELO RUN INFORMADO VOLTA
      *      A IMAGEM ANTERIOR AO RUN (HORA ZERADA = TODAS AS
      *      EXECUCOES DO PASSO NA DATA). CHAVE ATUALIZADA DE NOVO
      *      POR RUN POSTERIOR NAO E DESFEITA - SAI COMO CONFLITO.
      *O RESULTADO SAI EM RECOUT, NO MESMO FORMATO DO BKPIN, EM
      *ORDEM DE CHAVE, PRONTO PARA O REPRO NO KSDS REDEFINIDO.
      *O RELATORIO RECREL LISTA AS OCORRENCIAS (IMAGEM ANTES QUE
      *NAO CONFERE, CHAVE INEXISTENTE, CONFLITO), CONFRONTA AS
      *OPERACOES DE CADA RUN NO DIARIO COM O REGISTRO DE CONTROLE
      *GRAVADO NO FIM DO RUN E VERIFICA A QUANTIDADE DE REGISTROS
      *E A SOMA DAS CHAVES RECUPERADAS CONTRA AS ESPERADAS PELAS
      *FIGURAS DE CONTROLE. RC 4 QUANDO HA OCORRENCIA, RUN SEM
      *CONTROLE OU DIVERGENCIA NA VERIFICACAO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *CARTAO DE CONTROLE DA RECUPERACAO
       SELECT PARMREC  ASSIGN    TO PARMREC
                      FILE STATUS    IS WRK-FS-PARMREC.

      *DESCARREGAMENTO DO MESTRE (BACKUP OU ARQUIVO ATUAL)
       SELECT BKPIN    ASSIGN    TO BKPIN
                      FILE STATUS    IS WRK-FS-BKPIN.

      *DIARIO DE RECUPERACAO DOS KSDS MESTRES
       SELECT JRNMEST  ASSIGN    TO JRNMEST
                      FILE STATUS    IS WRK-FS-JRNMEST.

      *MESTRE RECUPERADO, PARA O REPRO
       SELECT RECOUT   ASSIGN    TO RECOUT
                      FILE STATUS    IS WRK-FS-RECOUT.

      *RELATORIO DA RECUPERACAO
       SELECT RECREL   ASSIGN    TO RECREL
                      FILE STATUS    IS WRK-FS-RECREL.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMREC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMREC-REGISTRO     PIC X(063).

      *RECORD VARIAVEL - O TAMANHO DO REGISTRO DEPENDE DO MESTRE
      *E E CONFERIDO CONTRA A TABELA DE MESTRES A CADA READ.
       FD  BKPIN
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 100 CHARACTERS
               DEPENDING ON WRK-TAM-BKPIN
           LABEL RECORD IS STANDARD.

       01  FD-BKPIN-REGISTRO       PIC X(100).

       FD  JRNMEST
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-JRNMEST-REGISTRO     PIC X(266).

       FD  RECOUT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 100 CHARACTERS
               DEPENDING ON WRK-TAM-RECOUT
           LABEL RECORD IS STANDARD.

       01  FD-RECOUT-REGISTRO      PIC X(100).

       FD  RECREL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-RECREL-REGISTRO      PIC X(080).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMREC        PIC X(002) VALUE SPACES.
           05 WRK-FS-BKPIN          PIC X(002) VALUE SPACES.
           05 WRK-FS-JRNMEST        PIC X(002) VALUE SPACES.
           05 WRK-FS-RECOUT         PIC X(002) VALUE SPACES.
           05 WRK-FS-RECREL         PIC X(002) VALUE SPACES.

       01  WRK-TAM-BKPIN            PIC 9(004) COMP VALUE ZEROS.
       01  WRK-TAM-RECOUT           PIC 9(004) COMP VALUE ZEROS.

      *LAYOUT DE PARMREC
       01  WRK-PARMREC-REGISTRO.
           05 PARMREC-ARQUIVO       PIC X(008).
           05 PARMREC-MODO          PIC X(001).
               88 PARMREC-REAPLICAR    VALUE "R".
               88 PARMREC-DESFAZER     VALUE "D".
               88 PARMREC-MODO-VALIDO  VALUES "R" "D".
      *    MOMENTO DO BACKUP E PONTO DE PARADA (MODO R)
           05 PARMREC-MOMENTO-BKP.
              07 PARMREC-BKP-DATA   PIC 9(008).
              07 PARMREC-BKP-HORA   PIC 9(008).
           05 PARMREC-MOMENTO-ATE.
              07 PARMREC-ATE-DATA   PIC 9(008).
              07 PARMREC-ATE-HORA   PIC 9(008).
      *    RUN A DESFAZER (MODO D)
           05 PARMREC-RUN-DATA      PIC 9(008).
           05 PARMREC-RUN-PASSO     PIC X(008).
           05 PARMREC-RUN-HORA      PIC 9(006).

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

      *MOMENTO DA GRAVACAO DO REGISTRO DO DIARIO, PARA COMPARAR
      *COM O MOMENTO DO BACKUP E COM O PONTO DE PARADA
       01  WRK-MOMENTO-JRN.
           05 WRK-MOMENTO-JRN-DATA  PIC 9(008).
           05 WRK-MOMENTO-JRN-HORA  PIC 9(008).

      *MESTRES COBERTOS PELO DIARIO: NOME, TAMANHO DA CHAVE (NO
      *INICIO DO REGISTRO), TAMANHO DO INICIO DA CHAVE QUE ENTRA
      *NA SOMA DAS CHAVES (O QUE O DIARIO GUARDA EM JRNMEST-CHAVE)
      *E TAMANHO DO REGISTRO
       01  WRK-MESTRES-VALORES.
           05 FILLER                PIC X(015) VALUE "PONTOS  0303030".
           05 FILLER                PIC X(015) VALUE "ESTOQUE 0505026".
           05 FILLER                PIC X(015) VALUE "VOUCHER 0808019".
           05 FILLER                PIC X(015) VALUE "PROCREG 0505021".
           05 FILLER                PIC X(015) VALUE "PRODUTO 0505026".
           05 FILLER                PIC X(015) VALUE "CLIENTE 0303026".
           05 FILLER                PIC X(015) VALUE "ESTQLOTE2305038".

       01  TAB-MESTRES REDEFINES WRK-MESTRES-VALORES.
           05 TAB-MES-REGISTRO OCCURS 7 TIMES
                   INDEXED BY IDX-MES.
              07 TAB-MES-ARQUIVO    PIC X(008).
              07 TAB-MES-TAM-CHAVE  PIC 9(002).
              07 TAB-MES-TAM-SOMA   PIC 9(002).
              07 TAB-MES-TAM-REG    PIC 9(003).

       01  WRK-TAM-CHAVE            PIC 9(002) VALUE ZEROS.
       01  WRK-TAM-SOMA             PIC 9(002) VALUE ZEROS.
       01  WRK-TAM-REGISTRO         PIC 9(003) VALUE ZEROS.

      *CHAVE DO MESTRE NA OPERACAO DO DIARIO. CHAVE DE ATE 10
      *POSICOES VEM DE JRNMEST-CHAVE (AS ULTIMAS POSICOES); CHAVE
      *MAIOR VEM DO INICIO DA IMAGEM.
       01  WRK-CHAVE-JRN            PIC X(023) VALUE SPACES.
       01  WRK-POS-CHAVE            PIC 9(002) VALUE ZEROS.

      *INICIO DA CHAVE SOMADO NA VERIFICACAO
       01  WRK-CHAVE-SOMA           PIC 9(010) VALUE ZEROS.

      *MESTRE EM MEMORIA, EM ORDEM DE CHAVE. A EXCLUSAO SO MARCA
      *O REGISTRO, PARA A ORDEM SE MANTER.
       01  WRK-TAB-MST-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-MST-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-MST-QTDE
               ASCENDING KEY IS TAB-MST-CHAVE
               INDEXED BY IDX-MST.
           05 TAB-MST-CHAVE         PIC X(023).
           05 TAB-MST-SITUACAO      PIC X(001).
               88 TAB-MST-ATIVO        VALUE "A".
               88 TAB-MST-EXCLUIDO     VALUE "E".
           05 TAB-MST-IMAGEM        PIC X(100).

      *APOIO A INCLUSAO ORDENADA NO MESTRE EM MEMORIA
       01  WRK-SUB-POSICAO          PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-DESLOCA          PIC 9(004) VALUE ZEROS.
       01  WRK-SUB-DESTINO          PIC 9(004) VALUE ZEROS.
       01  WRK-CHAVE-BUSCA          PIC X(023) VALUE SPACES.
       01  WRK-CHAVE-ANTERIOR       PIC X(023) VALUE SPACES.
       01  WRK-IMAGEM-NOVA          PIC X(100) VALUE SPACES.

       01  WRK-SW-MST               PIC 9(001) VALUE ZEROS.
           88 MST-ENCONTRADO           VALUE 1.
           88 MST-AUSENTE              VALUE 0.

      *RUNS ENCONTRADOS NO DIARIO PARA O MESTRE: OPERACOES LIDAS
      *DO DIARIO E FIGURAS DO REGISTRO DE CONTROLE DO RUN
       01  WRK-TAB-RUN-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-RUN-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-RUN-QTDE
               INDEXED BY IDX-RUN.
           05 TAB-RUN-ID.
              07 TAB-RUN-DATA       PIC 9(008).
              07 TAB-RUN-PASSO      PIC X(008).
              07 TAB-RUN-HORA       PIC 9(006).
           05 TAB-RUN-SW-CONTROLE   PIC 9(001).
               88 TAB-RUN-COM-CONTROLE VALUE 1.
               88 TAB-RUN-SEM-CONTROLE VALUE 0.
           05 TAB-RUN-SW-PARCIAL    PIC 9(001).
               88 TAB-RUN-PARCIAL      VALUE 1.
           05 TAB-RUN-INCLUSOES     PIC 9(009).
           05 TAB-RUN-ALTERACOES    PIC 9(009).
           05 TAB-RUN-EXCLUSOES     PIC 9(009).
           05 TAB-RUN-SOMA-INC      PIC 9(015).
           05 TAB-RUN-SOMA-EXC      PIC 9(015).
           05 TAB-RUN-CTL-INCLUSOES  PIC 9(009).
           05 TAB-RUN-CTL-ALTERACOES PIC 9(009).
           05 TAB-RUN-CTL-EXCLUSOES  PIC 9(009).
           05 TAB-RUN-CTL-SOMA-INC  PIC 9(015).
           05 TAB-RUN-CTL-SOMA-EXC  PIC 9(015).

       01  WRK-SW-RUN               PIC 9(001) VALUE ZEROS.
           88 RUN-ENCONTRADO           VALUE 1.
           88 RUN-AUSENTE              VALUE 0.

      *CHAVES ATUALIZADAS PELO RUN A DESFAZER: PRIMEIRA OPERACAO
      *DO RUN NA CHAVE E A IMAGEM ANTERIOR AO RUN
       01  WRK-TAB-DSF-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-DSF-REGISTRO OCCURS 1 TO 9999 TIMES
               DEPENDING ON WRK-TAB-DSF-QTDE
               INDEXED BY IDX-DSF.
           05 TAB-DSF-CHAVE         PIC X(023).
           05 TAB-DSF-OPERACAO      PIC X(001).
               88 TAB-DSF-INCLUSAO     VALUE "I".
           05 TAB-DSF-IMAGEM-ANTES  PIC X(100).
           05 TAB-DSF-SW-CONFLITO   PIC 9(001).
               88 TAB-DSF-CONFLITO     VALUE 1.
               88 TAB-DSF-SEM-CONFLITO VALUE 0.
           05 TAB-DSF-RUN-CONFLITO  PIC X(022).

       01  WRK-SW-DSF               PIC 9(001) VALUE ZEROS.
           88 DSF-ENCONTRADO           VALUE 1.
           88 DSF-AUSENTE              VALUE 0.

      *INDICA SE O RUN A DESFAZER JA APARECEU NO DIARIO
       01  WRK-SW-RUN-ALVO          PIC 9(001) VALUE ZEROS.
           88 RUN-ALVO-VISTO           VALUE 1.
           88 RUN-ALVO-NAO-VISTO       VALUE 0.

      *FIGURAS DA VERIFICACAO
       01  WRK-VERIFICACAO.
           05 WRK-QTD-ENTRADA       PIC 9(009) VALUE ZEROS.
           05 WRK-SOMA-ENTRADA      PIC 9(015) VALUE ZEROS.
           05 WRK-QTD-ESPERADA      PIC S9(009) VALUE ZEROS.
           05 WRK-SOMA-ESPERADA     PIC S9(015) VALUE ZEROS.
           05 WRK-QTD-RECUPERADA    PIC 9(009) VALUE ZEROS.
           05 WRK-SOMA-RECUPERADA   PIC 9(015) VALUE ZEROS.

      *DATA DO SISTEMA
       01  WRK-DATA-SIS             PIC 9(008) VALUE ZEROS.

      *APOIO A FORMATACAO DE DATA E HORA NO RELATORIO
       01  WRK-DATA-ENTRADA.
           05 WRK-DE-ANO            PIC 9(004).
           05 WRK-DE-MES            PIC 9(002).
           05 WRK-DE-DIA            PIC 9(002).

       01  WRK-DATA-FORMATADA.
           05 WRK-DF-DIA            PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 WRK-DF-MES            PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 WRK-DF-ANO            PIC 9(004).

       01  WRK-HORA-ENTRADA.
           05 WRK-HE-HORA           PIC 9(002).
           05 WRK-HE-MINUTO         PIC 9(002).
           05 WRK-HE-SEGUNDO        PIC 9(002).
           05 WRK-HE-CENTESIMO      PIC 9(002).

       01  WRK-HORA-FORMATADA.
           05 WRK-HF-HORA           PIC 9(002).
           05 FILLER                PIC X(001) VALUE ":".
           05 WRK-HF-MINUTO         PIC 9(002).
           05 FILLER                PIC X(001) VALUE ":".
           05 WRK-HF-SEGUNDO        PIC 9(002).

      *LINHAS DO RELATORIO RECREL
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".
       01  WRK-LINHA-BRANCO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-CAB1.
           05 FILLER                PIC X(050) VALUE
              "RECUPERACAO DE KSDS MESTRE PELO JRNMEST - RUN DE".
           05 CAB1-DATA             PIC X(010).
           05 FILLER                PIC X(020) VALUE SPACES.

       01  WRK-LINHA-CAB2.
           05 FILLER                PIC X(009) VALUE "MESTRE: ".
           05 CAB2-ARQUIVO          PIC X(008).
           05 FILLER                PIC X(008) VALUE "  MODO: ".
           05 CAB2-MODO             PIC X(055).

       01  WRK-LINHA-CAB3.
           05 CAB3-TEXTO1           PIC X(012).
           05 CAB3-DATA1            PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB3-HORA1            PIC X(008).
           05 FILLER                PIC X(002) VALUE SPACES.
           05 CAB3-TEXTO2           PIC X(013).
           05 CAB3-DATA2            PIC X(015).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CAB3-HORA2            PIC X(008).
           05 FILLER                PIC X(010) VALUE SPACES.

       01  WRK-LINHA-TITULO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-CAB-OCORR.
           05 FILLER                PIC X(040) VALUE
              "CHAVE                   OCORRENCIA".
           05 FILLER                PIC X(040) VALUE
              "              RUN DE     PASSO    HORA".

       01  WRK-LINHA-OCORRENCIA.
           05 OCO-CHAVE             PIC X(023).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-DESCRICAO         PIC X(029).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-RUN-DATA          PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-RUN-PASSO         PIC X(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 OCO-RUN-HORA          PIC 9(006).

       01  WRK-OCO-DESCRICAO        PIC X(029) VALUE SPACES.

       01  WRK-LINHA-CAB-RUN.
           05 FILLER                PIC X(040) VALUE
              "RUN DE     PASSO    HORA   SITUACAO    I".
           05 FILLER                PIC X(040) VALUE
              "NC   ALT   EXC CTINC CTALT CTEXC".

       01  WRK-LINHA-RUN.
           05 RUN-DATA              PIC X(010).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-PASSO             PIC X(008).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-HORA              PIC 9(006).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-SITUACAO          PIC X(009).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-INCLUSOES         PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-ALTERACOES        PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-EXCLUSOES         PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-CTL-INCLUSOES     PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-CTL-ALTERACOES    PIC ZZZZ9.
           05 FILLER                PIC X(001) VALUE SPACES.
           05 RUN-CTL-EXCLUSOES     PIC ZZZZ9.
           05 FILLER                PIC X(007) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 TOT-DESCRICAO         PIC X(050).
           05 TOT-VALOR             PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
           05 FILLER                PIC X(010) VALUE SPACES.

       01  WRK-LINHA-RESULTADO.
           05 FILLER                PIC X(050) VALUE
              "RESULTADO DA VERIFICACAO".
           05 RES-TEXTO             PIC X(030).

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-BKPIN        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-LIDOS-JRNMEST      PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-APLICADOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-DESFEITOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-OCORRENCIAS        PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-CONFLITOS          PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-RUNS-PENDENTES     PIC 9(07) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-RECOUT    PIC 9(07) VALUE ZEROS.

       01  WRK-SW-VERIFICACAO       PIC 9(001) VALUE ZEROS.
           88 VERIFICACAO-OK           VALUE 1.
           88 VERIFICACAO-DIVERGENTE   VALUE 0.

       PROCEDURE             DIVISION.

       000-AC01EX34-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR
             UNTIL WRK-FS-JRNMEST = "10".
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX34 INICIADO - RECUPERACAO DE KSDS".
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMREC.
           PERFORM 014-CARREGAR-BKPIN.
           PERFORM 016-GRAVAR-CABECALHO.
           PERFORM 045-LER-JRNMEST.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    PARMREC.
           IF WRK-FS-PARMREC NOT = ZEROS
              DISPLAY "ERRO ABERTURA PARMREC - FS: " WRK-FS-PARMREC
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    BKPIN.
           IF WRK-FS-BKPIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA BKPIN - FS: " WRK-FS-BKPIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    JRNMEST.
           IF WRK-FS-JRNMEST NOT = ZEROS
              DISPLAY "ERRO ABERTURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RECOUT.
           IF WRK-FS-RECOUT NOT = ZEROS
              DISPLAY "ERRO ABERTURA RECOUT - FS: " WRK-FS-RECOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   RECREL.
           IF WRK-FS-RECREL NOT = ZEROS
              DISPLAY "ERRO ABERTURA RECREL - FS: " WRK-FS-RECREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *LE E CONFERE O CARTAO DE CONTROLE. MESTRE FORA DA TABELA,
      *MODO INVALIDO OU RUN NAO INFORMADO NO DESFAZIMENTO ABENDAM.
       013-LER-PARMREC.
           READ PARMREC INTO WRK-PARMREC-REGISTRO.
           IF WRK-FS-PARMREC NOT = ZEROS
              DISPLAY "CARTAO PARMREC AUSENTE - FS: " WRK-FS-PARMREC
              PERFORM 999-ROTINA-ABEND
           END-IF.
           CLOSE PARMREC.

           SET IDX-MES TO 1.
           SEARCH TAB-MES-REGISTRO
               AT END
                   DISPLAY "MESTRE NAO COBERTO PELO JRNMEST: "
                           PARMREC-ARQUIVO
                   PERFORM 999-ROTINA-ABEND
               WHEN TAB-MES-ARQUIVO(IDX-MES) = PARMREC-ARQUIVO
                   MOVE TAB-MES-TAM-CHAVE(IDX-MES) TO WRK-TAM-CHAVE
                   MOVE TAB-MES-TAM-SOMA(IDX-MES)  TO WRK-TAM-SOMA
                   MOVE TAB-MES-TAM-REG(IDX-MES)   TO WRK-TAM-REGISTRO
           END-SEARCH.

           IF NOT PARMREC-MODO-VALIDO
              DISPLAY "MODO INVALIDO NO PARMREC: " PARMREC-MODO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           IF PARMREC-DESFAZER
              AND (PARMREC-RUN-DATA = ZEROS
                   OR PARMREC-RUN-PASSO = SPACES)
              DISPLAY "RUN A DESFAZER NAO INFORMADO NO PARMREC"
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *CARREGA O DESCARREGAMENTO DO MESTRE, QUE VEM EM ORDEM DE
      *CHAVE DO REPRO. FORA DE ORDEM OU TAMANHO DIFERENTE DO
      *MESTRE INDICA ARQUIVO TROCADO E ABENDA.
       014-CARREGAR-BKPIN.
           PERFORM 041-LER-BKPIN.
           PERFORM 030-GUARDAR-BKPIN
             UNTIL WRK-FS-BKPIN = "10".
           CLOSE BKPIN.
           IF WRK-FS-BKPIN NOT = "00"
              DISPLAY "ERRO CLOSE BKPIN - FS: " WRK-FS-BKPIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       016-GRAVAR-CABECALHO.
           MOVE WRK-DATA-SIS TO WRK-DATA-ENTRADA.
           PERFORM 065-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO CAB1-DATA.
           MOVE WRK-LINHA-CAB1  TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE WRK-LINHA-TRACO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

           MOVE PARMREC-ARQUIVO TO CAB2-ARQUIVO.
           MOVE SPACES TO WRK-LINHA-CAB3.
           IF PARMREC-REAPLICAR
              MOVE "REAPLICACAO DO DIARIO SOBRE O BACKUP" TO CAB2-MODO
              MOVE "BACKUP EM  " TO CAB3-TEXTO1
              MOVE PARMREC-BKP-DATA TO WRK-DATA-ENTRADA
              PERFORM 065-FORMATAR-DATA
              MOVE WRK-DATA-FORMATADA TO CAB3-DATA1
              MOVE PARMREC-BKP-HORA TO WRK-HORA-ENTRADA
              PERFORM 066-FORMATAR-HORA
              MOVE WRK-HORA-FORMATADA TO CAB3-HORA1
              MOVE "REAPLICA ATE" TO CAB3-TEXTO2
              IF PARMREC-MOMENTO-ATE = ZEROS
                 MOVE "O FIM DO DIARIO" TO CAB3-DATA2
              ELSE
                 MOVE PARMREC-ATE-DATA TO WRK-DATA-ENTRADA
                 PERFORM 065-FORMATAR-DATA
                 MOVE WRK-DATA-FORMATADA TO CAB3-DATA2
                 MOVE PARMREC-ATE-HORA TO WRK-HORA-ENTRADA
                 PERFORM 066-FORMATAR-HORA
                 MOVE WRK-HORA-FORMATADA TO CAB3-HORA2
              END-IF
           ELSE
              MOVE "DESFAZIMENTO DE UM RUN NO MESTRE ATUAL"
                TO CAB2-MODO
              MOVE "RUN DE     " TO CAB3-TEXTO1
              MOVE PARMREC-RUN-DATA TO WRK-DATA-ENTRADA
              PERFORM 065-FORMATAR-DATA
              MOVE WRK-DATA-FORMATADA TO CAB3-DATA1
              MOVE PARMREC-RUN-PASSO TO CAB3-HORA1
              MOVE "HORA INICIO: " TO CAB3-TEXTO2
              IF PARMREC-RUN-HORA = ZEROS
                 MOVE "TODAS" TO CAB3-DATA2
              ELSE
                 MOVE PARMREC-RUN-HORA TO CAB3-DATA2
              END-IF
           END-IF.
           MOVE WRK-LINHA-CAB2  TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE WRK-LINHA-CAB3  TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE WRK-LINHA-TRACO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

           MOVE "OCORRENCIAS" TO WRK-LINHA-TITULO.
           MOVE WRK-LINHA-TITULO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE WRK-LINHA-CAB-OCORR TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

      *SO INTERESSAM OS REGISTROS DO DIARIO DO MESTRE INFORMADO.
       020-PROCESSAR.
           IF JRNMEST-ARQUIVO = PARMREC-ARQUIVO
              IF NOT JRNMEST-CONTROLE
                 PERFORM 039-MONTAR-CHAVE-JRN
              END-IF
              MOVE JRNMEST-DATA TO WRK-MOMENTO-JRN-DATA
              MOVE JRNMEST-HORA TO WRK-MOMENTO-JRN-HORA
              IF PARMREC-REAPLICAR
                 PERFORM 021-TRATAR-REAPLICACAO
              ELSE
                 PERFORM 025-TRATAR-DESFAZIMENTO
              END-IF
           END-IF.
           PERFORM 045-LER-JRNMEST.

      *REAPLICACAO: VALE O QUE FOI GRAVADO DEPOIS DO BACKUP E ATE
      *O PONTO DE PARADA. O REGISTRO DE CONTROLE SO E GUARDADO
      *PARA RUN QUE TEVE OPERACAO REAPLICADA; OPERACAO DEPOIS DO
      *PONTO DE PARADA DEIXA O RUN PARCIAL.
       021-TRATAR-REAPLICACAO.
           IF WRK-MOMENTO-JRN > PARMREC-MOMENTO-BKP
              EVALUATE TRUE
                  WHEN JRNMEST-CONTROLE
                      PERFORM 023-BUSCAR-RUN
                      IF RUN-ENCONTRADO
                         PERFORM 024-GUARDAR-CONTROLE
                      END-IF
                  WHEN PARMREC-MOMENTO-ATE = ZEROS
                    OR WRK-MOMENTO-JRN NOT > PARMREC-MOMENTO-ATE
                      PERFORM 022-INCLUIR-RUN
                      PERFORM 026-CONTAR-OPERACAO
                      PERFORM 031-APLICAR-OPERACAO
                  WHEN OTHER
                      PERFORM 023-BUSCAR-RUN
                      IF RUN-ENCONTRADO
                         SET TAB-RUN-PARCIAL(IDX-RUN) TO TRUE
                      END-IF
              END-EVALUATE
           END-IF.

       022-INCLUIR-RUN.
           PERFORM 023-BUSCAR-RUN.
           IF RUN-AUSENTE
              IF WRK-TAB-RUN-QTDE = 999
                 DISPLAY "TABELA DE RUNS EXCEDIDA - 999 RUNS"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-RUN-QTDE
              SET IDX-RUN TO WRK-TAB-RUN-QTDE
              INITIALIZE TAB-RUN-REGISTRO(IDX-RUN)
              MOVE JRNMEST-RUN-ID TO TAB-RUN-ID(IDX-RUN)
              SET TAB-RUN-SEM-CONTROLE(IDX-RUN) TO TRUE
           END-IF.

       023-BUSCAR-RUN.
           SET RUN-AUSENTE TO TRUE.
           IF WRK-TAB-RUN-QTDE > ZEROS
              SET IDX-RUN TO 1
              SEARCH TAB-RUN-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-RUN-ID(IDX-RUN) = JRNMEST-RUN-ID
                      SET RUN-ENCONTRADO TO TRUE
              END-SEARCH
           END-IF.

       024-GUARDAR-CONTROLE.
           SET TAB-RUN-COM-CONTROLE(IDX-RUN) TO TRUE.
           MOVE JRNMEST-CTL-INCLUSOES
             TO TAB-RUN-CTL-INCLUSOES(IDX-RUN).
           MOVE JRNMEST-CTL-ALTERACOES
             TO TAB-RUN-CTL-ALTERACOES(IDX-RUN).
           MOVE JRNMEST-CTL-EXCLUSOES
             TO TAB-RUN-CTL-EXCLUSOES(IDX-RUN).
           MOVE JRNMEST-CTL-SOMA-CHAVES-INC
             TO TAB-RUN-CTL-SOMA-INC(IDX-RUN).
           MOVE JRNMEST-CTL-SOMA-CHAVES-EXC
             TO TAB-RUN-CTL-SOMA-EXC(IDX-RUN).

      *DESFAZIMENTO: GUARDA A IMAGEM ANTERIOR AO RUN DE CADA CHAVE
      *QUE ELE ATUALIZOU. ATUALIZACAO DE OUTRO RUN NA MESMA CHAVE
      *DEPOIS DO INICIO DO RUN E CONFLITO.
       025-TRATAR-DESFAZIMENTO.
           IF JRNMEST-RUN-DATA = PARMREC-RUN-DATA
              AND JRNMEST-RUN-PASSO = PARMREC-RUN-PASSO
              AND (PARMREC-RUN-HORA = ZEROS
                   OR JRNMEST-RUN-HORA = PARMREC-RUN-HORA)
              SET RUN-ALVO-VISTO TO TRUE
              PERFORM 022-INCLUIR-RUN
              IF JRNMEST-CONTROLE
                 PERFORM 024-GUARDAR-CONTROLE
              ELSE
                 PERFORM 026-CONTAR-OPERACAO
                 PERFORM 027-GUARDAR-IMAGEM-ANTES
              END-IF
           ELSE
              IF RUN-ALVO-VISTO AND NOT JRNMEST-CONTROLE
                 PERFORM 028-VERIFICAR-CONFLITO
              END-IF
           END-IF.

       026-CONTAR-OPERACAO.
           EVALUATE TRUE
               WHEN JRNMEST-INCLUSAO
                   ADD 1 TO TAB-RUN-INCLUSOES(IDX-RUN)
                   ADD JRNMEST-CHAVE TO TAB-RUN-SOMA-INC(IDX-RUN)
               WHEN JRNMEST-ALTERACAO
                   ADD 1 TO TAB-RUN-ALTERACOES(IDX-RUN)
               WHEN JRNMEST-EXCLUSAO
                   ADD 1 TO TAB-RUN-EXCLUSOES(IDX-RUN)
                   ADD JRNMEST-CHAVE TO TAB-RUN-SOMA-EXC(IDX-RUN)
           END-EVALUATE.

      *SO A PRIMEIRA OPERACAO DO RUN NA CHAVE INTERESSA - A IMAGEM
      *ANTES DELA E O ESTADO DA CHAVE ANTES DO RUN.
       027-GUARDAR-IMAGEM-ANTES.
           PERFORM 029-BUSCAR-DSF.
           IF DSF-AUSENTE
              IF WRK-TAB-DSF-QTDE = 9999
                 DISPLAY "TABELA DE CHAVES DO RUN EXCEDIDA - 9999 "
                         "CHAVES"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-TAB-DSF-QTDE
              SET IDX-DSF TO WRK-TAB-DSF-QTDE
              MOVE WRK-CHAVE-JRN        TO TAB-DSF-CHAVE(IDX-DSF)
              MOVE JRNMEST-OPERACAO     TO TAB-DSF-OPERACAO(IDX-DSF)
              MOVE JRNMEST-IMAGEM-ANTES
                TO TAB-DSF-IMAGEM-ANTES(IDX-DSF)
              SET TAB-DSF-SEM-CONFLITO(IDX-DSF) TO TRUE
              MOVE SPACES TO TAB-DSF-RUN-CONFLITO(IDX-DSF)
           END-IF.

       028-VERIFICAR-CONFLITO.
           PERFORM 029-BUSCAR-DSF.
           IF DSF-ENCONTRADO AND TAB-DSF-SEM-CONFLITO(IDX-DSF)
              SET TAB-DSF-CONFLITO(IDX-DSF) TO TRUE
              MOVE JRNMEST-RUN-ID TO TAB-DSF-RUN-CONFLITO(IDX-DSF)
           END-IF.

       029-BUSCAR-DSF.
           SET DSF-AUSENTE TO TRUE.
           IF WRK-TAB-DSF-QTDE > ZEROS
              SET IDX-DSF TO 1
              SEARCH TAB-DSF-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-DSF-CHAVE(IDX-DSF) = WRK-CHAVE-JRN
                      SET DSF-ENCONTRADO TO TRUE
              END-SEARCH
           END-IF.

       030-GUARDAR-BKPIN.
           IF WRK-TAM-BKPIN NOT = WRK-TAM-REGISTRO
              DISPLAY "REGISTRO DO BKPIN COM TAMANHO " WRK-TAM-BKPIN
                      " - " PARMREC-ARQUIVO " TEM " WRK-TAM-REGISTRO
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE FD-BKPIN-REGISTRO(1:WRK-TAM-CHAVE) TO WRK-CHAVE-BUSCA.
           IF WRK-CONT-LIDOS-BKPIN > 1
              AND WRK-CHAVE-BUSCA NOT > WRK-CHAVE-ANTERIOR
              DISPLAY "BKPIN FORA DE ORDEM NA CHAVE " WRK-CHAVE-BUSCA
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-TAB-MST-QTDE = 9999
              DISPLAY "TABELA DO MESTRE EXCEDIDA - 9999 REGISTROS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-MST-QTDE.
           SET IDX-MST TO WRK-TAB-MST-QTDE.
           MOVE WRK-CHAVE-BUSCA TO TAB-MST-CHAVE(IDX-MST).
           SET TAB-MST-ATIVO(IDX-MST) TO TRUE.
           MOVE SPACES TO TAB-MST-IMAGEM(IDX-MST).
           MOVE FD-BKPIN-REGISTRO(1:WRK-TAM-BKPIN)
             TO TAB-MST-IMAGEM(IDX-MST).
           MOVE WRK-CHAVE-BUSCA TO WRK-CHAVE-ANTERIOR.
           ADD 1 TO WRK-QTD-ENTRADA.
           MOVE WRK-CHAVE-BUSCA(1:WRK-TAM-SOMA) TO WRK-CHAVE-SOMA.
           ADD WRK-CHAVE-SOMA TO WRK-SOMA-ENTRADA.
           PERFORM 041-LER-BKPIN.

      *REAPLICA UMA OPERACAO DO DIARIO NO MESTRE EM MEMORIA. O
      *ESTADO ENCONTRADO QUE NAO CONFERE COM O DIARIO SAI COMO
      *OCORRENCIA, MAS A IMAGEM DEPOIS PREVALECE.
       031-APLICAR-OPERACAO.
           MOVE WRK-CHAVE-JRN TO WRK-CHAVE-BUSCA.
           PERFORM 032-BUSCAR-MST.
           EVALUATE TRUE
               WHEN JRNMEST-INCLUSAO
                   IF MST-ENCONTRADO AND TAB-MST-ATIVO(IDX-MST)
                      MOVE "INCLUSAO DE CHAVE EXISTENTE"
                        TO WRK-OCO-DESCRICAO
                      PERFORM 060-GRAVAR-OCORRENCIA
                   END-IF
                   MOVE JRNMEST-IMAGEM-DEPOIS TO WRK-IMAGEM-NOVA
                   PERFORM 033-ATIVAR-MST
               WHEN JRNMEST-ALTERACAO
                   IF MST-ENCONTRADO AND TAB-MST-ATIVO(IDX-MST)
                      IF TAB-MST-IMAGEM(IDX-MST) NOT =
                         JRNMEST-IMAGEM-ANTES
                         MOVE "IMAGEM ANTES NAO CONFERE"
                           TO WRK-OCO-DESCRICAO
                         PERFORM 060-GRAVAR-OCORRENCIA
                      END-IF
                   ELSE
                      MOVE "ALTERACAO DE CHAVE AUSENTE"
                        TO WRK-OCO-DESCRICAO
                      PERFORM 060-GRAVAR-OCORRENCIA
                   END-IF
                   MOVE JRNMEST-IMAGEM-DEPOIS TO WRK-IMAGEM-NOVA
                   PERFORM 033-ATIVAR-MST
               WHEN JRNMEST-EXCLUSAO
                   IF MST-ENCONTRADO AND TAB-MST-ATIVO(IDX-MST)
                      SET TAB-MST-EXCLUIDO(IDX-MST) TO TRUE
                   ELSE
                      MOVE "EXCLUSAO DE CHAVE AUSENTE"
                        TO WRK-OCO-DESCRICAO
                      PERFORM 060-GRAVAR-OCORRENCIA
                   END-IF
           END-EVALUATE.
           ADD 1 TO WRK-CONT-APLICADOS.

       032-BUSCAR-MST.
           SET MST-AUSENTE TO TRUE.
           IF WRK-TAB-MST-QTDE > ZEROS
              SEARCH ALL TAB-MST-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-MST-CHAVE(IDX-MST) = WRK-CHAVE-BUSCA
                      SET MST-ENCONTRADO TO TRUE
              END-SEARCH
           END-IF.

      *GRAVA A IMAGEM NOVA NA CHAVE, INCLUINDO A CHAVE NA POSICAO
      *DA ORDEM QUANDO ELA AINDA NAO EXISTE NO MESTRE EM MEMORIA.
       033-ATIVAR-MST.
           IF MST-AUSENTE
              PERFORM 034-INCLUIR-MST
           END-IF.
           SET TAB-MST-ATIVO(IDX-MST) TO TRUE.
           MOVE WRK-IMAGEM-NOVA TO TAB-MST-IMAGEM(IDX-MST).

       034-INCLUIR-MST.
           IF WRK-TAB-MST-QTDE = 9999
              DISPLAY "TABELA DO MESTRE EXCEDIDA - 9999 REGISTROS"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           COMPUTE WRK-SUB-POSICAO = WRK-TAB-MST-QTDE + 1.
           IF WRK-TAB-MST-QTDE > ZEROS
              SET IDX-MST TO 1
              SEARCH TAB-MST-REGISTRO
                  AT END
                      CONTINUE
                  WHEN TAB-MST-CHAVE(IDX-MST) > WRK-CHAVE-BUSCA
                      SET WRK-SUB-POSICAO TO IDX-MST
              END-SEARCH
           END-IF.
           ADD 1 TO WRK-TAB-MST-QTDE.
           PERFORM 035-DESLOCAR-MST
             VARYING WRK-SUB-DESLOCA FROM WRK-TAB-MST-QTDE BY -1
               UNTIL WRK-SUB-DESLOCA NOT > WRK-SUB-POSICAO.
           SET IDX-MST TO WRK-SUB-POSICAO.
           MOVE WRK-CHAVE-BUSCA TO TAB-MST-CHAVE(IDX-MST).

       035-DESLOCAR-MST.
           COMPUTE WRK-SUB-DESTINO = WRK-SUB-DESLOCA - 1.
           MOVE TAB-MST-REGISTRO(WRK-SUB-DESTINO)
             TO TAB-MST-REGISTRO(WRK-SUB-DESLOCA).

      *DESFAZ O RUN CHAVE A CHAVE. CHAVE INCLUIDA PELO RUN SAI DO
      *MESTRE; AS DEMAIS VOLTAM A IMAGEM ANTERIOR AO RUN.
       036-DESFAZER-CHAVE.
           IF TAB-DSF-CONFLITO(IDX-DSF)
              ADD 1 TO WRK-CONT-CONFLITOS
              MOVE TAB-DSF-CHAVE(IDX-DSF) TO WRK-CHAVE-JRN
              MOVE TAB-DSF-RUN-CONFLITO(IDX-DSF) TO JRNMEST-RUN-ID
              MOVE "CONFLITO - MANTIDO RUN POSTER"
                TO WRK-OCO-DESCRICAO
              PERFORM 060-GRAVAR-OCORRENCIA
           ELSE
              MOVE TAB-DSF-CHAVE(IDX-DSF) TO WRK-CHAVE-BUSCA
              PERFORM 032-BUSCAR-MST
              IF TAB-DSF-INCLUSAO(IDX-DSF)
                 IF MST-ENCONTRADO
                    SET TAB-MST-EXCLUIDO(IDX-MST) TO TRUE
                 END-IF
              ELSE
                 MOVE TAB-DSF-IMAGEM-ANTES(IDX-DSF) TO WRK-IMAGEM-NOVA
                 PERFORM 033-ATIVAR-MST
              END-IF
              ADD 1 TO WRK-CONT-DESFEITOS
           END-IF.

      *GRAVA O MESTRE RECUPERADO E APURA A QUANTIDADE E A SOMA DAS
      *CHAVES PARA A VERIFICACAO.
       037-GRAVAR-RECUPERADO.
           IF TAB-MST-ATIVO(IDX-MST)
              MOVE WRK-TAM-REGISTRO TO WRK-TAM-RECOUT
              MOVE TAB-MST-IMAGEM(IDX-MST) TO FD-RECOUT-REGISTRO
              WRITE FD-RECOUT-REGISTRO
              IF WRK-FS-RECOUT NOT = ZEROS
                 DISPLAY "ERRO GRAVACAO RECOUT - FS: " WRK-FS-RECOUT
                 PERFORM 999-ROTINA-ABEND
              END-IF
              ADD 1 TO WRK-CONT-GRAVADOS-RECOUT
              ADD 1 TO WRK-QTD-RECUPERADA
              MOVE TAB-MST-CHAVE(IDX-MST)(1:WRK-TAM-SOMA)
                TO WRK-CHAVE-SOMA
              ADD WRK-CHAVE-SOMA TO WRK-SOMA-RECUPERADA
           END-IF.

      *ACUMULA O ESPERADO PELO RUN - FIGURAS DE CONTROLE QUANDO O
      *RUN TERMINOU E FOI INTEIRO, SENAO AS OPERACOES DO DIARIO. A
      *REAPLICACAO SOMA O RUN AO BACKUP; O DESFAZIMENTO O SUBTRAI
      *DO MESTRE ATUAL.
       038-APURAR-ESPERADO-RUN.
           IF TAB-RUN-COM-CONTROLE(IDX-RUN)
              AND NOT TAB-RUN-PARCIAL(IDX-RUN)
              IF PARMREC-REAPLICAR
                 COMPUTE WRK-QTD-ESPERADA = WRK-QTD-ESPERADA
                       + TAB-RUN-CTL-INCLUSOES(IDX-RUN)
                       - TAB-RUN-CTL-EXCLUSOES(IDX-RUN)
                 COMPUTE WRK-SOMA-ESPERADA = WRK-SOMA-ESPERADA
                       + TAB-RUN-CTL-SOMA-INC(IDX-RUN)
                       - TAB-RUN-CTL-SOMA-EXC(IDX-RUN)
              ELSE
                 COMPUTE WRK-QTD-ESPERADA = WRK-QTD-ESPERADA
                       - TAB-RUN-CTL-INCLUSOES(IDX-RUN)
                       + TAB-RUN-CTL-EXCLUSOES(IDX-RUN)
                 COMPUTE WRK-SOMA-ESPERADA = WRK-SOMA-ESPERADA
                       - TAB-RUN-CTL-SOMA-INC(IDX-RUN)
                       + TAB-RUN-CTL-SOMA-EXC(IDX-RUN)
              END-IF
           ELSE
              IF PARMREC-REAPLICAR
                 COMPUTE WRK-QTD-ESPERADA = WRK-QTD-ESPERADA
                       + TAB-RUN-INCLUSOES(IDX-RUN)
                       - TAB-RUN-EXCLUSOES(IDX-RUN)
                 COMPUTE WRK-SOMA-ESPERADA = WRK-SOMA-ESPERADA
                       + TAB-RUN-SOMA-INC(IDX-RUN)
                       - TAB-RUN-SOMA-EXC(IDX-RUN)
              ELSE
                 COMPUTE WRK-QTD-ESPERADA = WRK-QTD-ESPERADA
                       - TAB-RUN-INCLUSOES(IDX-RUN)
                       + TAB-RUN-EXCLUSOES(IDX-RUN)
                 COMPUTE WRK-SOMA-ESPERADA = WRK-SOMA-ESPERADA
                       - TAB-RUN-SOMA-INC(IDX-RUN)
                       + TAB-RUN-SOMA-EXC(IDX-RUN)
              END-IF
           END-IF.
           PERFORM 061-GRAVAR-LINHA-RUN.

      *MONTA A CHAVE DO MESTRE NO FORMATO DO BKPIN (O INICIO DO
      *REGISTRO). A EXCLUSAO SO TEM A IMAGEM ANTES.
       039-MONTAR-CHAVE-JRN.
           MOVE SPACES TO WRK-CHAVE-JRN.
           IF WRK-TAM-CHAVE > 10
              IF JRNMEST-EXCLUSAO
                 MOVE JRNMEST-IMAGEM-ANTES(1:WRK-TAM-CHAVE)
                   TO WRK-CHAVE-JRN
              ELSE
                 MOVE JRNMEST-IMAGEM-DEPOIS(1:WRK-TAM-CHAVE)
                   TO WRK-CHAVE-JRN
              END-IF
           ELSE
              COMPUTE WRK-POS-CHAVE = 11 - WRK-TAM-CHAVE
              MOVE JRNMEST-CHAVE(WRK-POS-CHAVE:WRK-TAM-CHAVE)
                TO WRK-CHAVE-JRN
           END-IF.

       041-LER-BKPIN.
           READ BKPIN.
           IF WRK-FS-BKPIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA BKPIN - FS: " WRK-FS-BKPIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-BKPIN = "00"
                ADD 1 TO WRK-CONT-LIDOS-BKPIN
           END-IF.

       045-LER-JRNMEST.
           READ JRNMEST    INTO WRK-JRNMEST-REGISTRO.
           IF WRK-FS-JRNMEST NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-JRNMEST = "00"
                ADD 1 TO WRK-CONT-LIDOS-JRNMEST
           END-IF.

       050-FINALIZAR.
           IF PARMREC-DESFAZER
              IF RUN-ALVO-NAO-VISTO
                 DISPLAY "RUN A DESFAZER NAO ENCONTRADO NO JRNMEST"
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 036-DESFAZER-CHAVE
                VARYING IDX-DSF FROM 1 BY 1
                  UNTIL IDX-DSF > WRK-TAB-DSF-QTDE
           END-IF.

           PERFORM 037-GRAVAR-RECUPERADO
             VARYING IDX-MST FROM 1 BY 1
               UNTIL IDX-MST > WRK-TAB-MST-QTDE.

           MOVE WRK-LINHA-TRACO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE "RUNS NO DIARIO - OPERACOES LIDAS X FIGURAS DE CONTROLE"
             TO WRK-LINHA-TITULO.
           MOVE WRK-LINHA-TITULO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE WRK-LINHA-CAB-RUN TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE WRK-QTD-ENTRADA  TO WRK-QTD-ESPERADA.
           MOVE WRK-SOMA-ENTRADA TO WRK-SOMA-ESPERADA.
           PERFORM 038-APURAR-ESPERADO-RUN
             VARYING IDX-RUN FROM 1 BY 1
               UNTIL IDX-RUN > WRK-TAB-RUN-QTDE.

           PERFORM 054-GRAVAR-VERIFICACAO.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-OCORRENCIAS > ZEROS
              OR WRK-CONT-RUNS-PENDENTES > ZEROS
              OR VERIFICACAO-DIVERGENTE
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Registros Lidos BKPIN....: "
                   WRK-CONT-LIDOS-BKPIN.
           DISPLAY "Quantidade de Registros Lidos JRNMEST..: "
                   WRK-CONT-LIDOS-JRNMEST.
           DISPLAY "Quantidade de Operacoes Reaplicadas....: "
                   WRK-CONT-APLICADOS.
           DISPLAY "Quantidade de Chaves Desfeitas.........: "
                   WRK-CONT-DESFEITOS.
           DISPLAY "Quantidade de Conflitos................: "
                   WRK-CONT-CONFLITOS.
           DISPLAY "Quantidade de Ocorrencias..............: "
                   WRK-CONT-OCORRENCIAS.
           DISPLAY "Quantidade de Runs Sem Controle/Diverg.: "
                   WRK-CONT-RUNS-PENDENTES.
           DISPLAY "Quantidade de Registros Gravados RECOUT: "
                   WRK-CONT-GRAVADOS-RECOUT.

       052-FECHAR-ARQUIVOS.
           CLOSE JRNMEST.
           IF WRK-FS-JRNMEST NOT = "00"
              DISPLAY "ERRO CLOSE JRNMEST - FS: " WRK-FS-JRNMEST
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RECOUT.
           IF WRK-FS-RECOUT NOT = "00"
              DISPLAY "ERRO CLOSE RECOUT - FS: " WRK-FS-RECOUT
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE RECREL.
           IF WRK-FS-RECREL NOT = "00"
              DISPLAY "ERRO CLOSE RECREL - FS: " WRK-FS-RECREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *QUANTIDADE E SOMA DAS CHAVES RECUPERADAS CONTRA AS ESPERADAS
      *PELAS FIGURAS DE CONTROLE DOS RUNS.
       054-GRAVAR-VERIFICACAO.
           MOVE WRK-LINHA-TRACO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.
           MOVE "REGISTROS NA ENTRADA (BKPIN)"     TO TOT-DESCRICAO.
           MOVE WRK-QTD-ENTRADA                    TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.
           MOVE "SOMA DAS CHAVES NA ENTRADA"       TO TOT-DESCRICAO.
           MOVE WRK-SOMA-ENTRADA                   TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.
           MOVE "REGISTROS ESPERADOS PELO CONTROLE" TO TOT-DESCRICAO.
           MOVE WRK-QTD-ESPERADA                   TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.
           MOVE "REGISTROS RECUPERADOS (RECOUT)"   TO TOT-DESCRICAO.
           MOVE WRK-QTD-RECUPERADA                 TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.
           MOVE "SOMA DAS CHAVES ESPERADA"         TO TOT-DESCRICAO.
           MOVE WRK-SOMA-ESPERADA                  TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.
           MOVE "SOMA DAS CHAVES RECUPERADAS"      TO TOT-DESCRICAO.
           MOVE WRK-SOMA-RECUPERADA                TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.
           MOVE "OCORRENCIAS E CONFLITOS"          TO TOT-DESCRICAO.
           MOVE WRK-CONT-OCORRENCIAS               TO TOT-VALOR.
           PERFORM 066A-GRAVAR-LINHA-TOTAL.

           IF WRK-QTD-ESPERADA = WRK-QTD-RECUPERADA
              AND WRK-SOMA-ESPERADA = WRK-SOMA-RECUPERADA
              SET VERIFICACAO-OK TO TRUE
              MOVE "CONFERE" TO RES-TEXTO
           ELSE
              SET VERIFICACAO-DIVERGENTE TO TRUE
              MOVE "DIVERGENTE" TO RES-TEXTO
           END-IF.
           MOVE WRK-LINHA-RESULTADO TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

       060-GRAVAR-OCORRENCIA.
           ADD 1 TO WRK-CONT-OCORRENCIAS.
           MOVE WRK-CHAVE-JRN     TO OCO-CHAVE.
           MOVE WRK-OCO-DESCRICAO TO OCO-DESCRICAO.
           MOVE JRNMEST-RUN-DATA  TO WRK-DATA-ENTRADA.
           PERFORM 065-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO OCO-RUN-DATA.
           MOVE JRNMEST-RUN-PASSO TO OCO-RUN-PASSO.
           MOVE JRNMEST-RUN-HORA  TO OCO-RUN-HORA.
           MOVE WRK-LINHA-OCORRENCIA TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

      *SITUACAO DO RUN: CONFERE (CONTROLE IGUAL AS OPERACOES DO
      *DIARIO), DIVERGE, SEM CTL (RUN NAO TERMINOU) OU PARCIAL
      *(CORTADO PELO PONTO DE PARADA).
       061-GRAVAR-LINHA-RUN.
           MOVE TAB-RUN-DATA(IDX-RUN) TO WRK-DATA-ENTRADA.
           PERFORM 065-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA         TO RUN-DATA.
           MOVE TAB-RUN-PASSO(IDX-RUN)     TO RUN-PASSO.
           MOVE TAB-RUN-HORA(IDX-RUN)      TO RUN-HORA.
           MOVE TAB-RUN-INCLUSOES(IDX-RUN)  TO RUN-INCLUSOES.
           MOVE TAB-RUN-ALTERACOES(IDX-RUN) TO RUN-ALTERACOES.
           MOVE TAB-RUN-EXCLUSOES(IDX-RUN)  TO RUN-EXCLUSOES.
           MOVE TAB-RUN-CTL-INCLUSOES(IDX-RUN)  TO RUN-CTL-INCLUSOES.
           MOVE TAB-RUN-CTL-ALTERACOES(IDX-RUN) TO RUN-CTL-ALTERACOES.
           MOVE TAB-RUN-CTL-EXCLUSOES(IDX-RUN)  TO RUN-CTL-EXCLUSOES.
           EVALUATE TRUE
               WHEN TAB-RUN-PARCIAL(IDX-RUN)
                   MOVE "PARCIAL"  TO RUN-SITUACAO
               WHEN TAB-RUN-SEM-CONTROLE(IDX-RUN)
                   MOVE "SEM CTL"  TO RUN-SITUACAO
                   ADD 1 TO WRK-CONT-RUNS-PENDENTES
               WHEN TAB-RUN-INCLUSOES(IDX-RUN) =
                    TAB-RUN-CTL-INCLUSOES(IDX-RUN)
                AND TAB-RUN-ALTERACOES(IDX-RUN) =
                    TAB-RUN-CTL-ALTERACOES(IDX-RUN)
                AND TAB-RUN-EXCLUSOES(IDX-RUN) =
                    TAB-RUN-CTL-EXCLUSOES(IDX-RUN)
                AND TAB-RUN-SOMA-INC(IDX-RUN) =
                    TAB-RUN-CTL-SOMA-INC(IDX-RUN)
                AND TAB-RUN-SOMA-EXC(IDX-RUN) =
                    TAB-RUN-CTL-SOMA-EXC(IDX-RUN)
                   MOVE "CONFERE"  TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "DIVERGE"  TO RUN-SITUACAO
                   ADD 1 TO WRK-CONT-RUNS-PENDENTES
           END-EVALUATE.
           MOVE WRK-LINHA-RUN TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

       063-ESCREVER-RECREL.
           WRITE FD-RECREL-REGISTRO.
           IF WRK-FS-RECREL NOT = ZEROS
              DISPLAY "ERRO GRAVACAO RECREL - FS: " WRK-FS-RECREL
              PERFORM 999-ROTINA-ABEND
           END-IF.

       065-FORMATAR-DATA.
           MOVE WRK-DE-DIA TO WRK-DF-DIA.
           MOVE WRK-DE-MES TO WRK-DF-MES.
           MOVE WRK-DE-ANO TO WRK-DF-ANO.

       066-FORMATAR-HORA.
           MOVE WRK-HE-HORA    TO WRK-HF-HORA.
           MOVE WRK-HE-MINUTO  TO WRK-HF-MINUTO.
           MOVE WRK-HE-SEGUNDO TO WRK-HF-SEGUNDO.

       066A-GRAVAR-LINHA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO FD-RECREL-REGISTRO.
           PERFORM 063-ESCREVER-RECREL.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX34".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           AC01EX20.
       AUTHOR.               GUILHERME PACHECO.
      *-------------------------------------------------------
      *PROGRAMA AC01EX20
      *ENCERRAMENTO DE CONTA A PEDIDO DO CLIENTE, COM A
      *LIQUIDACAO FINAL. (A CONTA PARADA POR INATIVIDADE CONTINUA
      *COM O ARQUIVAMENTO DO AC00EX38.) O ARQUIVO ENCIN TRAZ OS
      *PEDIDOS DO DIA: CONTA, SOLICITANTE (1 PRIMEIRO TITULAR,
      *2 SEGUNDO, A OS DOIS) COM O DOCUMENTO DO 2O TITULAR, E A
      *FORMA DE PAGAMENTO DO SALDO (C CHEQUE ADMINISTRATIVO OU
      *T TRANSFERENCIA PARA OUTRA CONTA DO CADCLIN).
      *ANTES DE ENCERRAR, O PEDIDO E CONFERIDO CONTRA TUDO QUE
      *AINDA PRENDE A CONTA, NESTA ORDEM:
      *  - CDB ATIVO NA CARTEIRA CDBHOJE (AC00EX82);
      *  - PARCELA DE EMPRESTIMO EM ABERTO OU EM ATRASO NO
      *    CRONHOJE (AC00EX83);
      *  - PLANO DE RENEGOCIACAO ATIVO NO PLANHOJE (AC00EX84);
      *  - DEBITO DE PREMIO DE SEGURO: APOLICE VIGENTE NO
      *    APOLHOJE OU PREMIO PENDENTE NO PREMHOJE (AC00EX86) DO
      *    CLIENTE LIGADO A CONTA PELO MAPCLI;
      *  - ORDEM PERMANENTE ATIVA OU SUSPENSA NO ORDHOJE
      *    (AC01EX12), COM A CONTA NA ORIGEM OU NO DESTINO;
      *  - SEGUNDO TITULAR NO TITULAR2 SEM CONSENTIMENTO: CONTA
      *    COM 2O TITULAR SO ENCERRA COM O PEDIDO DOS DOIS (A) E
      *    O DOCUMENTO DELE CONFERIDO.
      *SEM IMPEDIMENTO, A CONTA RECEBE OS JUROS DO MES CORRENTE
      *PRO-RATA (TAXAS DO PARMJUROS DO AC00EX33, DIAS CORRIDOS
      *DO MES SOBRE 30) E A TARIFA DE ENCERRAMENTO DO PARMENC,
      *COBRADA SO ATE O SALDO DISPONIVEL. SALDO FINAL DEVEDOR
      *RECUSA O PEDIDO. O SALDO CREDOR E PAGO POR CHEQUE OU POR
      *TRANSFERENCIA, A CONTA FICA ZERADA E ENCERRADA (SITUACAO
      *E NA NOVA GERACAO DO CONDCTA, CONDCTAN, QUE AS ROTINAS DE
      *MOVIMENTACAO AC01EX11/12/13 JA RECUSAM).
      *OS LANCAMENTOS SAEM NO ENCJRN, NO LAYOUT DO DIARIO MOVJRN
      *(J JUROS, T TARIFA, C CHEQUE, E/R TRANSFERENCIA, CANAL N),
      *O CADASTRO MOVIMENTADO EM CADCLINF, O EVENTO NO DIARIO DE
      *AUDITORIA AUDJRN (EXTEND, COMO NAS MANUTENCOES), O AVISO
      *DE ENCERRAMENTO ENCAVISO PARA OS SUBSISTEMAS QUE DEPENDEM
      *DA CONTA (DEBITO AUTOMATICO, CARTAO DE LOJA, KYC) E A
      *CARTA DE ENCERRAMENTO ENCCARTA, ENDERECADA PELO KSDS
      *ENDERECO. PEDIDOS RECUSADOS VAO PARA O ENCREJ COM O
      *MOTIVO.
      *-------------------------------------------------------
       ENVIRONMENT           DIVISION.

       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.

      *DATA, TARIFA E PRIMEIRO CHEQUE DO RUN (OPCIONAL)
       SELECT PARMENC  ASSIGN    TO PARMENC
                      FILE STATUS    IS WRK-FS-PARMENC.

      *TAXAS MENSAIS DE CREDITO E DEVEDOR DO AC00EX33 (OPCIONAL)
       SELECT PARMJUROS ASSIGN   TO PARMJUROS
                      FILE STATUS    IS WRK-FS-PARMJUROS.

      *PEDIDOS DE ENCERRAMENTO DO DIA
       SELECT ENCIN    ASSIGN    TO ENCIN
                      FILE STATUS    IS WRK-FS-ENCIN.

       SELECT CADCLIN  ASSIGN    TO CADCLIN
                      FILE STATUS    IS WRK-FS-CADCLIN.

      *CONDICOES DA CONTA - SITUACAO, LIMITE E REGIME (OPCIONAL)
       SELECT CONDCTA  ASSIGN    TO CONDCTA
                      FILE STATUS    IS WRK-FS-CONDCTA.

      *CARTEIRA DE CDB DO AC00EX82 (OPCIONAL)
       SELECT CDBHOJE  ASSIGN    TO CDBHOJE
                      FILE STATUS    IS WRK-FS-CDBHOJE.

      *CARTEIRA DE PARCELAS DE EMPRESTIMO DO AC00EX83 (OPCIONAL)
       SELECT CRONHOJE ASSIGN    TO CRONHOJE
                      FILE STATUS    IS WRK-FS-CRONHOJE.

      *PLANOS DE RENEGOCIACAO DO AC00EX84 (OPCIONAL)
       SELECT PLANHOJE ASSIGN    TO PLANHOJE
                      FILE STATUS    IS WRK-FS-PLANHOJE.

      *MAPA DE CHAVES BANCO X CLIENTE (OPCIONAL)
       SELECT MAPCLI   ASSIGN    TO MAPCLI
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS SEQUENTIAL
                      RECORD KEY     IS FD-MAPCLI-CHAVE
                      FILE STATUS    IS WRK-FS-MAPCLI.

      *MESTRE DE APOLICES DO AC00EX42 (OPCIONAL)
       SELECT APOLHOJE ASSIGN    TO APOLHOJE
                      FILE STATUS    IS WRK-FS-APOLHOJE.

      *LIVRO DE COBRANCA DE PREMIOS DO AC00EX86 (OPCIONAL)
       SELECT PREMHOJE ASSIGN    TO PREMHOJE
                      FILE STATUS    IS WRK-FS-PREMHOJE.

      *CARTEIRA DE ORDENS PERMANENTES DO AC01EX12 (OPCIONAL)
       SELECT ORDHOJE  ASSIGN    TO ORDHOJE
                      FILE STATUS    IS WRK-FS-ORDHOJE.

      *SEGUNDOS TITULARES DAS CONTAS (AC00EX81)
       SELECT TITULAR2 ASSIGN    TO TITULAR2
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-TITULAR2-CHAVE
                      FILE STATUS    IS WRK-FS-TITULAR2.

      *ENDERECOS DE CORRESPONDENCIA (AC00EX37, OPCIONAL)
       SELECT ENDERECO ASSIGN    TO ENDERECO
                      ORGANIZATION   IS INDEXED
                      ACCESS MODE    IS RANDOM
                      RECORD KEY     IS FD-ENDERECO-CHAVE
                      FILE STATUS    IS WRK-FS-ENDERECO.

      *CADASTRO COM A LIQUIDACAO DAS CONTAS ENCERRADAS
       SELECT CADCLINF ASSIGN    TO CADCLINF
                      FILE STATUS    IS WRK-FS-CADCLINF.

      *NOVA GERACAO DO CONDCTA COM AS CONTAS ENCERRADAS
       SELECT CONDCTAN ASSIGN    TO CONDCTAN
                      FILE STATUS    IS WRK-FS-CONDCTAN.

      *DIARIO DOS LANCAMENTOS DO ENCERRAMENTO - LAYOUT DO MOVJRN
       SELECT ENCJRN   ASSIGN    TO ENCJRN
                      FILE STATUS    IS WRK-FS-ENCJRN.

      *DIARIO DE AUDITORIA DAS MANUTENCOES DE CONTA
       SELECT AUDJRN   ASSIGN    TO AUDJRN
                      FILE STATUS    IS WRK-FS-AUDJRN.

      *AVISO DE ENCERRAMENTO PARA OS SUBSISTEMAS DEPENDENTES
       SELECT ENCAVISO ASSIGN    TO ENCAVISO
                      FILE STATUS    IS WRK-FS-ENCAVISO.

      *CARTAS DE ENCERRAMENTO IMPRIMIVEIS, UMA POR CONTA
       SELECT ENCCARTA ASSIGN    TO ENCCARTA
                      FILE STATUS    IS WRK-FS-ENCCARTA.

      *PEDIDOS RECUSADOS, COM O MOTIVO
       SELECT ENCREJ   ASSIGN    TO ENCREJ
                      FILE STATUS    IS WRK-FS-ENCREJ.

       DATA                  DIVISION.
       FILE                  SECTION.

       FD  PARMENC
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMENC-REGISTRO     PIC X(021).

       FD  PARMJUROS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PARMJUROS-REGISTRO   PIC X(014).

       FD  ENCIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENCIN-REGISTRO       PIC X(043).

       FD  CADCLIN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLIN-REGISTRO     PIC X(090).

       FD  CONDCTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONDCTA-REGISTRO     PIC X(028).

       FD  CDBHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CDBHOJE-REGISTRO     PIC X(073).

       FD  CRONHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CRONHOJE-REGISTRO    PIC X(046).

       FD  PLANHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PLANHOJE-REGISTRO    PIC X(044).

       FD  MAPCLI
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-MAPCLI-REGISTRO.
           05 FD-MAPCLI-CHAVE       PIC X(015).
           05 FILLER                PIC X(003).

       FD  APOLHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-APOLHOJE-REGISTRO    PIC X(042).

       FD  PREMHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-PREMHOJE-REGISTRO    PIC X(041).

       FD  ORDHOJE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ORDHOJE-REGISTRO     PIC X(097).

       FD  TITULAR2
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-TITULAR2-REGISTRO.
           05 FD-TITULAR2-CHAVE     PIC X(015).
           05 FILLER                PIC X(051).

       FD  ENDERECO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENDERECO-REGISTRO.
           05 FD-ENDERECO-CHAVE     PIC X(015).
           05 FILLER                PIC X(060).

       FD  CADCLINF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CADCLINF-REGISTRO    PIC X(090).

       FD  CONDCTAN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-CONDCTAN-REGISTRO    PIC X(028).

       FD  ENCJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENCJRN-REGISTRO      PIC X(078).

       FD  AUDJRN
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-AUDJRN-REGISTRO      PIC X(218).

       FD  ENCAVISO
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENCAVISO-REGISTRO    PIC X(061).

       FD  ENCCARTA
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENCCARTA-REGISTRO    PIC X(080).

       FD  ENCREJ
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.

       01  FD-ENCREJ-REGISTRO      PIC X(045).

       WORKING-STORAGE       SECTION.

      *VARIAVEIS DE FILE STATUS
       01  WRK-AREA-FILE-STATUS.
           05 WRK-FS-PARMENC        PIC X(002) VALUE SPACES.
           05 WRK-FS-PARMJUROS      PIC X(002) VALUE SPACES.
           05 WRK-FS-ENCIN          PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLIN        PIC X(002) VALUE SPACES.
           05 WRK-FS-CONDCTA        PIC X(002) VALUE SPACES.
           05 WRK-FS-CDBHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-CRONHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PLANHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-MAPCLI         PIC X(002) VALUE SPACES.
           05 WRK-FS-APOLHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-PREMHOJE       PIC X(002) VALUE SPACES.
           05 WRK-FS-ORDHOJE        PIC X(002) VALUE SPACES.
           05 WRK-FS-TITULAR2       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENDERECO       PIC X(002) VALUE SPACES.
           05 WRK-FS-CADCLINF       PIC X(002) VALUE SPACES.
           05 WRK-FS-CONDCTAN       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENCJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-AUDJRN         PIC X(002) VALUE SPACES.
           05 WRK-FS-ENCAVISO       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENCCARTA       PIC X(002) VALUE SPACES.
           05 WRK-FS-ENCREJ         PIC X(002) VALUE SPACES.

      *LAYOUT DE PARMENC - CAMPO ZERADO ASSUME O PADRAO (DATA DO
      *SISTEMA, SEM TARIFA, CHEQUE NUMERO 1)
       01  WRK-PARMENC-REGISTRO.
           05 PARMENC-DATA-PROC     PIC 9(008).
           05 PARMENC-TARIFA        PIC 9(005)V99.
           05 PARMENC-PRIM-CHEQUE   PIC 9(006).

      *LAYOUT DE PARMJUROS - MESMO LIDO PELO AC00EX33
       01  WRK-PARMJUROS-REGISTRO.
           05 PARMJUROS-TAXA-CREDITO PIC 9(003)V9999.
           05 PARMJUROS-TAXA-DEVEDOR PIC 9(003)V9999.

      *LAYOUT DE ENCIN - PEDIDO DE ENCERRAMENTO DE CONTA
       01  WRK-ENCIN-REGISTRO.
           05 ENCIN-CHAVE           PIC X(015).
      *    1 PRIMEIRO TITULAR, 2 SEGUNDO TITULAR, A OS DOIS
           05 ENCIN-SOLICITANTE     PIC X(001).
               88 ENCIN-SOLICITANTE-VALIDO VALUES "1" "2" "A".
           05 ENCIN-DOCUMENTO       PIC 9(011).
      *    C CHEQUE ADMINISTRATIVO, T TRANSFERENCIA
           05 ENCIN-FORMA           PIC X(001).
               88 ENCIN-CHEQUE         VALUE "C".
               88 ENCIN-TRANSFERENCIA  VALUE "T".
           05 ENCIN-CHAVE-DESTINO   PIC X(015).

      *LAYOUT DE CADCLIN - MESMO GERADO PELO AC00EX06
       01  WRK-CADCLIN-REGISTRO.
           05 CADCLIN-CHAVE         PIC  X(015).
           05 CADCLIN-NOME-CLIENTE  PIC  X(040).
           05 CADCLIN-TELEFONE      PIC  9(008).
           05 CADCLIN-RENDA-MENSAL  PIC S9(011)V99.
           05 CADCLIN-SALDO-ATUAL   PIC S9(011)V99.
           05 CADCLIN-STATUS        PIC  X(001).

      *LAYOUT DE CONDCTA/CONDCTAN - MESMO LIDO PELO AC01EX11
       01  WRK-CONDCTA-REGISTRO.
           05 CONDCTA-CHAVE         PIC X(015).
           05 CONDCTA-SITUACAO      PIC X(001).
           05 CONDCTA-LIMITE        PIC 9(009)V99.
           05 CONDCTA-MOVIMENTACAO  PIC X(001).

      *LAYOUT DE CDBHOJE - MESMO GRAVADO PELO AC00EX82
       01  WRK-CDB-REGISTRO.
           05 CDB-CONTRATO          PIC 9(008).
           05 CDB-CHAVE             PIC X(015).
           05 CDB-DATA-ABERTURA     PIC 9(008).
           05 CDB-DATA-VENCTO       PIC 9(008).
           05 CDB-TAXA-MES          PIC 9(003)V9999.
           05 CDB-PRINCIPAL         PIC 9(011)V99.
           05 CDB-JUROS-ACUM        PIC S9(011)V99.
           05 CDB-STATUS            PIC X(001).
               88 CDB-ATIVO            VALUE "A".

      *LAYOUT DE CRONHOJE - MESMO GRAVADO PELO AC00EX83
       01  WRK-CRON-REGISTRO.
           05 CRON-CHAVE            PIC X(015).
           05 CRON-NUM-PARCELA      PIC 9(003).
           05 CRON-DATA-VENC        PIC 9(008).
           05 CRON-VALOR            PIC 9(009)V99.
           05 CRON-STATUS           PIC X(001).
               88 CRON-ABERTA          VALUE "A".
               88 CRON-EM-ATRASO       VALUE "V".
           05 CRON-DATA-PAGTO       PIC 9(008).

      *LAYOUT DE PLANHOJE - MESMO GRAVADO PELO AC00EX84
       01  WRK-PLAN-REGISTRO.
           05 PLAN-CHAVE            PIC X(015).
           05 PLAN-DATA-INICIO      PIC 9(008).
           05 PLAN-QTD-PARCELAS     PIC 9(003).
           05 PLAN-QTD-PAGAS        PIC 9(003).
           05 PLAN-VALOR-PARCELA    PIC 9(009)V99.
           05 PLAN-QTD-FALHAS       PIC 9(003).
           05 PLAN-STATUS           PIC X(001).
               88 PLAN-ATIVO           VALUE "A".

      *LAYOUT DE MAPCLI - MAPA DE CHAVES BANCO X CLIENTE
       01  WRK-MAPCLI-REGISTRO.
           05 MAPCLI-CHAVE          PIC X(015).
           05 MAPCLI-COD-CLIENTE    PIC 9(003).

      *LAYOUT DE APOLHOJE - MESMO DO AC00EX42
       01  WRK-APOLICE-REGISTRO.
           05 APOLICE-COD-CLIENTE   PIC 9(005).
           05 APOLICE-COD-PRODUTO   PIC 9(005).
           05 APOLICE-DATA-EFETIVA  PIC 9(008).
           05 APOLICE-DATA-VENCTO   PIC 9(008).
           05 APOLICE-PREMIO        PIC S9(009)V99.
           05 APOLICE-COD-CORRETOR  PIC 9(005).

      *LAYOUT DE PREMHOJE - MESMO GRAVADO PELO AC00EX86
       01  WRK-PREM-REGISTRO.
           05 PREM-COD-CLIENTE      PIC 9(005).
           05 PREM-COD-PRODUTO      PIC 9(005).
           05 PREM-DATA-EFETIVA     PIC 9(008).
           05 PREM-VALOR            PIC 9(009)V99.
           05 PREM-QTD-TENTATIVAS   PIC 9(003).
           05 PREM-STATUS           PIC X(001).
               88 PREM-PENDENTE        VALUE "P".
           05 PREM-DATA-COBRANCA    PIC 9(008).

      *LAYOUT DE ORDHOJE - MESMO GRAVADO PELO AC01EX12
       01  WRK-ORD-REGISTRO.
           05 ORD-NUM-ORDEM         PIC 9(006).
           05 ORD-CHAVE-ORIGEM      PIC X(015).
           05 ORD-CHAVE-DESTINO     PIC X(015).
           05 ORD-VALOR             PIC 9(009)V99.
           05 ORD-FREQUENCIA        PIC X(001).
           05 ORD-DIA-BASE          PIC 9(002).
           05 ORD-DATA-AGENDADA     PIC 9(008).
           05 ORD-DATA-PROXIMA      PIC 9(008).
           05 ORD-DATA-FIM          PIC 9(008).
           05 ORD-SOLICITANTE       PIC X(001).
           05 ORD-DOCUMENTO         PIC 9(011).
           05 ORD-QTD-FALHAS        PIC 9(002).
           05 ORD-STATUS            PIC X(001).
               88 ORD-ATIVA            VALUE "A".
               88 ORD-SUSPENSA         VALUE "S".
           05 ORD-DATA-INCLUSAO     PIC 9(008).

      *LAYOUT DE TITULAR2 - MESMO MANTIDO PELO AC00EX81
       01  WRK-TITULAR2-REGISTRO.
           05 TITULAR2-CHAVE        PIC X(015).
           05 TITULAR2-NOME         PIC X(040).
           05 TITULAR2-DOCUMENTO    PIC 9(011).

      *LAYOUT DE ENDERECO - CADASTRO MANTIDO PELO AC00EX37
       01  WRK-ENDERECO-REGISTRO.
           05 ENDERECO-CHAVE        PIC X(015).
           05 ENDERECO-RUA          PIC X(030).
           05 ENDERECO-CIDADE       PIC X(020).
           05 ENDERECO-UF           PIC X(002).
           05 ENDERECO-CEP          PIC 9(008).

      *LAYOUT DE ENCJRN - MESMO DO MOVJRN DO AC01EX11. TIPO J
      *JUROS PRO-RATA, T TARIFA DE ENCERRAMENTO, C CHEQUE
      *ADMINISTRATIVO, E/R TRANSFERENCIA ENVIADA/RECEBIDA; CANAL
      *N (ENCERRAMENTO); O NSU E A SEQUENCIA DO ENCERRAMENTO
       01  WRK-MOVJRN-REGISTRO.
           05 MOVJRN-CHAVE          PIC  X(015).
           05 MOVJRN-DATA           PIC  9(008).
           05 MOVJRN-HORA           PIC  9(006).
           05 MOVJRN-TIPO           PIC  X(001).
           05 MOVJRN-CANAL          PIC  X(001).
           05 MOVJRN-AGENCIA-TERM   PIC  9(005).
           05 MOVJRN-TERMINAL       PIC  9(004).
           05 MOVJRN-NSU            PIC  9(006).
           05 MOVJRN-NUM-CHEQUE     PIC  9(006).
           05 MOVJRN-VALOR          PIC S9(011)V99.
           05 MOVJRN-SALDO-DEPOIS   PIC S9(011)V99.

      *LAYOUT DE AUDJRN - MESMO DOS PROGRAMAS DE MANUTENCAO
       01  WRK-AUDJRN-REGISTRO.
           05 AUDJRN-PROGRAMA       PIC X(008).
           05 AUDJRN-TIPO-TRANS     PIC X(001).
           05 AUDJRN-CHAVE          PIC X(015).
           05 AUDJRN-DATA           PIC 9(008).
           05 AUDJRN-HORA           PIC 9(006).
           05 AUDJRN-IMAGEM-ANTES   PIC X(090).
           05 AUDJRN-IMAGEM-DEPOIS  PIC X(090).

      *LAYOUT DE ENCAVISO - CONTA ENCERRADA, PARA OS SUBSISTEMAS
      *QUE DEPENDEM DELA. CLIENTE ZERADO = CONTA SEM MAPA
       01  WRK-ENCAVISO-REGISTRO.
           05 ENCAVISO-CHAVE        PIC X(015).
           05 ENCAVISO-COD-CLIENTE  PIC 9(003).
           05 ENCAVISO-DATA         PIC 9(008).
           05 ENCAVISO-FORMA        PIC X(001).
           05 ENCAVISO-VALOR-PAGO   PIC 9(011)V99.
           05 ENCAVISO-CHAVE-DESTINO PIC X(015).
           05 ENCAVISO-NUM-CHEQUE   PIC 9(006).

      *LAYOUT DE ENCREJ - O PEDIDO RECUSADO E O MOTIVO
       01  WRK-ENCREJ-REGISTRO.
           05 ENCREJ-PEDIDO         PIC X(043).
           05 ENCREJ-MOTIVO         PIC 9(002).

      *MOTIVOS DE RECUSA, NA ORDEM EM QUE SAO CONFERIDOS
       01  WRK-MOTIVO               PIC 9(002) VALUE ZEROS.
           88 MOT-ACEITO                 VALUE 00.
           88 MOT-DADOS-INVALIDOS        VALUE 01.
           88 MOT-CONTA-INEXISTENTE      VALUE 02.
           88 MOT-CONTA-JA-ENCERRADA     VALUE 03.
           88 MOT-CONTA-BLOQUEADA        VALUE 04.
           88 MOT-CDB-ATIVO              VALUE 05.
           88 MOT-EMPRESTIMO-ABERTO      VALUE 06.
           88 MOT-PLANO-RENEGOCIACAO     VALUE 07.
           88 MOT-DEBITO-SEGURO          VALUE 08.
           88 MOT-ORDEM-PERMANENTE       VALUE 09.
           88 MOT-TITULAR2-SEM-CONSENT   VALUE 10.
           88 MOT-DESTINO-INVALIDO       VALUE 11.
           88 MOT-SALDO-DEVEDOR          VALUE 12.

      *CONTAS DO CADCLIN, NA ORDEM DO ARQUIVO, COM O SALDO
      *CORRENTE E AS CONDICOES DE MOVIMENTACAO
       01  WRK-TAB-CAD-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-CAD-REGISTRO OCCURS 1 TO 999 TIMES
               DEPENDING ON WRK-TAB-CAD-QTDE
               INDEXED BY IDX-CAD.
           05 TAB-CAD-CHAVE         PIC X(015).
           05 TAB-CAD-NOME          PIC X(040).
      *    REGISTRO ORIGINAL, PARA A IMAGEM DO DIARIO DE AUDITORIA
           05 TAB-CAD-IMAGEM        PIC X(090).
           05 TAB-CAD-SALDO         PIC S9(011)V99.
           05 TAB-CAD-LIMITE        PIC 9(009)V99.
           05 TAB-CAD-SITUACAO      PIC X(001).
           05 TAB-CAD-MOVIMENTACAO  PIC X(001).
      *    S = A CONTA JA TEM REGISTRO NO CONDCTA
           05 TAB-CAD-TEM-CONDCTA   PIC X(001).
      *    S = ENCERRADA NESTE RUN
           05 TAB-CAD-ENCERRADA     PIC X(001).

      *PEDIDOS DO DIA, COM OS VINCULOS QUE AINDA PRENDEM A CONTA:
      *1 CDB, 2 EMPRESTIMO, 3 RENEGOCIACAO, 4 SEGURO, 5 ORDEM
       01  WRK-TAB-PED-QTDE         PIC 9(004) VALUE ZEROS.

       01  TAB-PED-REGISTRO OCCURS 1 TO 500 TIMES
               DEPENDING ON WRK-TAB-PED-QTDE
               INDEXED BY IDX-PED.
           05 TAB-PED-PEDIDO        PIC X(043).
           05 TAB-PED-CHAVE REDEFINES TAB-PED-PEDIDO
                                    PIC X(015).
           05 TAB-PED-TEM-MAPA      PIC X(001).
           05 TAB-PED-COD-CLIENTE   PIC 9(003).
           05 TAB-PED-VINCULO       PIC X(001) OCCURS 5 TIMES.

       01  WRK-CHAVE-BUSCA          PIC X(015) VALUE SPACES.
       01  WRK-COD-BUSCA            PIC 9(005) VALUE ZEROS.
       01  WRK-TIPO-VINCULO         PIC 9(001) VALUE ZEROS.

       01  WRK-DATA-PROC            PIC 9(008) VALUE ZEROS.
       01  WRK-DATA-PROC-R REDEFINES WRK-DATA-PROC.
           05 WRK-DP-ANO            PIC 9(004).
           05 WRK-DP-MES            PIC 9(002).
           05 WRK-DP-DIA            PIC 9(002).
       01  WRK-HORA-SIS             PIC 9(006) VALUE ZEROS.
       01  WRK-TARIFA               PIC 9(005)V99 VALUE ZEROS.
       01  WRK-NUM-CHEQUE           PIC 9(006) VALUE ZEROS.
       01  WRK-SEQ-ENCERRAMENTO     PIC 9(006) VALUE ZEROS.

      *ACERTO FINAL DA CONTA CORRENTE
       01  WRK-SALDO-ANTERIOR       PIC S9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-JUROS          PIC S9(011)V99 VALUE ZEROS.
       01  WRK-VALOR-TARIFA         PIC S9(011)V99 VALUE ZEROS.
       01  WRK-SALDO-FINAL          PIC S9(011)V99 VALUE ZEROS.
       01  WRK-CHEQUE-EMITIDO       PIC 9(006) VALUE ZEROS.

       77  WRK-ACHOU-CAD            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-ORI            PIC 9(004) VALUE ZEROS.
       77  WRK-ACHOU-DES            PIC 9(004) VALUE ZEROS.
       77  WRK-SUB                  PIC 9(004) VALUE ZEROS.

       77  WRK-SW-TITULAR2          PIC 9(001) VALUE ZEROS.
           88 TITULAR2-ENCONTRADO      VALUE 1.
           88 TITULAR2-NAO-ENCONTRADO  VALUE 0.

       77  WRK-SW-ENDERECO          PIC 9(001) VALUE ZEROS.
           88 ENDERECO-ENCONTRADO      VALUE 1.
           88 ENDERECO-NAO-ENCONTRADO  VALUE 0.

      *S = O ARQUIVO OPCIONAL FOI ABERTO E PRECISA SER FECHADO
       77  WRK-SW-PARMJUROS         PIC X(001) VALUE "N".
       77  WRK-SW-ENDERECO-ABERTO   PIC X(001) VALUE "N".

      *LINHAS DA CARTA DE ENCERRAMENTO
       01  WRK-LINHA-TRACO          PIC X(080) VALUE ALL "-".

       01  WRK-LINHA-BRANCO         PIC X(080) VALUE SPACES.

       01  WRK-LINHA-TITULO-CARTA.
           05 FILLER                PIC X(030)
                               VALUE "AVISO DE ENCERRAMENTO DE CONTA".
           05 FILLER                PIC X(012) VALUE "   EMITIDA  ".
           05 CARTA-DIA             PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-MES             PIC 9(002).
           05 FILLER                PIC X(001) VALUE "/".
           05 CARTA-ANO             PIC 9(004).
           05 FILLER                PIC X(028) VALUE SPACES.

       01  WRK-LINHA-CARTA-CONTA.
           05 FILLER                PIC X(007) VALUE "CONTA  ".
           05 CARTA-CHAVE           PIC X(015).
           05 FILLER                PIC X(003) VALUE " - ".
           05 CARTA-NOME            PIC X(040).
           05 FILLER                PIC X(015) VALUE SPACES.

       01  WRK-LINHA-CARTA-TITULAR2.
           05 FILLER                PIC X(025)
                               VALUE "SEGUNDO TITULAR          ".
           05 CARTA-NOME-TITULAR2   PIC X(040).
           05 FILLER                PIC X(015) VALUE SPACES.

       01  WRK-LINHA-ENDERECO.
           05 FILLER                PIC X(005) VALUE "END: ".
           05 CARTA-END-RUA         PIC X(030).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CARTA-END-CIDADE      PIC X(020).
           05 FILLER                PIC X(001) VALUE "-".
           05 CARTA-END-UF          PIC X(002).
           05 FILLER                PIC X(001) VALUE SPACES.
           05 CARTA-END-CEP         PIC 9(008).
           05 FILLER                PIC X(012) VALUE SPACES.

       01  WRK-LINHA-CARTA-VALOR.
           05 CARTA-ROTULO          PIC X(030).
           05 CARTA-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER                PIC X(032) VALUE SPACES.

       01  WRK-LINHA-CARTA-CHEQUE.
           05 FILLER                PIC X(030)
                               VALUE "PAGO POR CHEQUE ADMINISTRATIVO".
           05 FILLER                PIC X(004) VALUE " NR ".
           05 CARTA-NUM-CHEQUE      PIC 9(006).
           05 FILLER                PIC X(040) VALUE SPACES.

       01  WRK-LINHA-CARTA-TRANSF.
           05 FILLER                PIC X(030)
                               VALUE "PAGO POR TRANSFERENCIA A CONTA".
           05 FILLER                PIC X(001) VALUE SPACE.
           05 CARTA-CHAVE-DESTINO   PIC X(015).
           05 FILLER                PIC X(034) VALUE SPACES.

       01  WRK-LINHA-CARTA-TEXTO    PIC X(080) VALUE SPACES.

      *VARIAVEIS DE CONTADORES
       01  WRK-CONTADORES.
           03 WRK-CONT-LIDOS-ENCIN        PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-ENCERRADAS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PAGAS-CHEQUE       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-PAGAS-TRANSF       PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-SEM-SALDO          PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-REJEITADOS         PIC 9(05) VALUE ZEROS.
           03 WRK-CONT-GRAVADOS-CONDCTAN  PIC 9(05) VALUE ZEROS.

       PROCEDURE             DIVISION.

       000-AC01EX20-APP.
           PERFORM 010-INICIALIZAR.
           PERFORM 020-PROCESSAR-PEDIDO
               VARYING IDX-PED FROM 1 BY 1
               UNTIL IDX-PED > WRK-TAB-PED-QTDE.
           PERFORM 035-REGRAVAR-CADASTRO.
           PERFORM 037-REGRAVAR-CONDCTA.
           PERFORM 050-FINALIZAR.
           GOBACK.

       010-INICIALIZAR.
           DISPLAY "PROGRAMA AC01EX20 INICIADO - ENCERRAMENTO".
           ACCEPT WRK-HORA-SIS FROM TIME.
           PERFORM 012-ABRIR-ARQUIVOS.
           PERFORM 013-LER-PARMENC.
           PERFORM 014-LER-PARMJUROS.
           PERFORM 015-CARREGAR-TABELA-CADCLIN.
           PERFORM 016-CARREGAR-CONDCTA.
           PERFORM 017-CARREGAR-PEDIDOS.
           PERFORM 018-CARREGAR-VINCULOS.

       012-ABRIR-ARQUIVOS.
           OPEN INPUT    ENCIN.
           IF WRK-FS-ENCIN NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ENCIN - FS: " WRK-FS-ENCIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           IF WRK-FS-ENCIN = "35"
              DISPLAY "ARQUIVO ENCIN NAO ENCONTRADO - SEM PEDIDOS"
              MOVE "10" TO WRK-FS-ENCIN
           END-IF.

           OPEN INPUT    CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CONDCTA.
           IF WRK-FS-CONDCTA NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CDBHOJE.
           IF WRK-FS-CDBHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CDBHOJE - FS: " WRK-FS-CDBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    CRONHOJE.
           IF WRK-FS-CRONHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA CRONHOJE - FS: "
                      WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PLANHOJE.
           IF WRK-FS-PLANHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA PLANHOJE - FS: "
                      WRK-FS-PLANHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    MAPCLI.
           IF WRK-FS-MAPCLI NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    APOLHOJE.
           IF WRK-FS-APOLHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA APOLHOJE - FS: "
                      WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    PREMHOJE.
           IF WRK-FS-PREMHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA PREMHOJE - FS: "
                      WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    ORDHOJE.
           IF WRK-FS-ORDHOJE NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA ORDHOJE - FS: " WRK-FS-ORDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    TITULAR2.
           IF WRK-FS-TITULAR2 NOT = ZEROS AND "35"
              DISPLAY "ERRO ABERTURA TITULAR2 - FS: "
                      WRK-FS-TITULAR2
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN INPUT    ENDERECO.
           IF WRK-FS-ENDERECO NOT = "35"
              IF WRK-FS-ENDERECO NOT = ZEROS
                 DISPLAY "ERRO ABERTURA ENDERECO - FS: "
                         WRK-FS-ENDERECO
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE "S" TO WRK-SW-ENDERECO-ABERTO
           END-IF.

           OPEN OUTPUT   CADCLINF.
           IF WRK-FS-CADCLINF NOT = ZEROS
              DISPLAY "ERRO ABERTURA CADCLINF - FS: "
                      WRK-FS-CADCLINF
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   CONDCTAN.
           IF WRK-FS-CONDCTAN NOT = ZEROS
              DISPLAY "ERRO ABERTURA CONDCTAN - FS: "
                      WRK-FS-CONDCTAN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ENCJRN.
           IF WRK-FS-ENCJRN NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENCJRN - FS: " WRK-FS-ENCJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN EXTEND   AUDJRN.
           IF WRK-FS-AUDJRN = "35"
              OPEN OUTPUT  AUDJRN
           END-IF.
           IF WRK-FS-AUDJRN NOT = ZEROS
              DISPLAY "ERRO ABERTURA AUDJRN - FS: " WRK-FS-AUDJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ENCAVISO.
           IF WRK-FS-ENCAVISO NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENCAVISO - FS: "
                      WRK-FS-ENCAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ENCCARTA.
           IF WRK-FS-ENCCARTA NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENCCARTA - FS: "
                      WRK-FS-ENCCARTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           OPEN OUTPUT   ENCREJ.
           IF WRK-FS-ENCREJ NOT = ZEROS
              DISPLAY "ERRO ABERTURA ENCREJ - FS: " WRK-FS-ENCREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *SEM O PARAMETRO, PROCESSA NA DATA DO SISTEMA, SEM TARIFA E
      *COM OS CHEQUES NUMERADOS A PARTIR DE 1.
       013-LER-PARMENC.
           MOVE ZEROS TO WRK-PARMENC-REGISTRO.
           OPEN INPUT   PARMENC.
           IF WRK-FS-PARMENC NOT = "35"
              IF WRK-FS-PARMENC NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMENC - FS: "
                         WRK-FS-PARMENC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              READ PARMENC INTO WRK-PARMENC-REGISTRO
              IF WRK-FS-PARMENC NOT = "00"
                 DISPLAY "ARQUIVO PARMENC VAZIO - FS: "
                         WRK-FS-PARMENC
                 PERFORM 999-ROTINA-ABEND
              END-IF
              CLOSE PARMENC
           END-IF.

           IF PARMENC-DATA-PROC = ZEROS
              ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           ELSE
              MOVE PARMENC-DATA-PROC TO WRK-DATA-PROC
           END-IF.
           MOVE PARMENC-TARIFA TO WRK-TARIFA.
           IF PARMENC-PRIM-CHEQUE = ZEROS
              MOVE 1 TO WRK-NUM-CHEQUE
           ELSE
              MOVE PARMENC-PRIM-CHEQUE TO WRK-NUM-CHEQUE
           END-IF.
           DISPLAY "DATA DO PROCESSAMENTO: " WRK-DATA-PROC.

      *SEM AS TAXAS DO AC00EX33 O ENCERRAMENTO SAI SEM JUROS.
       014-LER-PARMJUROS.
           MOVE ZEROS TO WRK-PARMJUROS-REGISTRO.
           OPEN INPUT   PARMJUROS.
           IF WRK-FS-PARMJUROS NOT = "35"
              IF WRK-FS-PARMJUROS NOT = ZEROS
                 DISPLAY "ERRO ABERTURA PARMJUROS - FS: "
                         WRK-FS-PARMJUROS
                 PERFORM 999-ROTINA-ABEND
              END-IF
              MOVE "S" TO WRK-SW-PARMJUROS
              READ PARMJUROS INTO WRK-PARMJUROS-REGISTRO
              IF WRK-FS-PARMJUROS NOT = "00"
                 DISPLAY "ARQUIVO PARMJUROS VAZIO - FS: "
                         WRK-FS-PARMJUROS
                 PERFORM 999-ROTINA-ABEND
              END-IF
           END-IF.
           IF WRK-SW-PARMJUROS = "S"
              CLOSE PARMJUROS
           ELSE
              DISPLAY "ARQUIVO PARMJUROS NAO ENCONTRADO - SEM JUROS"
           END-IF.

      *CARREGA AS CONTAS NA ORDEM DO ARQUIVO: A REGRAVACAO DO
      *CADASTRO RELE O CADCLIN NA MESMA ORDEM E USA A POSICAO.
       015-CARREGAR-TABELA-CADCLIN.
           PERFORM 041-LER-CADCLIN.
           PERFORM 030-MOVER-DADOS-TAB-CAD
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.
           IF WRK-TAB-CAD-QTDE = ZEROS
              DISPLAY "ARQUIVO CADCLIN VAZIO"
           END-IF.

       030-MOVER-DADOS-TAB-CAD.
           IF WRK-TAB-CAD-QTDE = 999
              DISPLAY "TABELA DE CONTAS EXCEDIDA - CADCLIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-CAD-QTDE.
           MOVE CADCLIN-CHAVE
             TO TAB-CAD-CHAVE(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-NOME-CLIENTE
             TO TAB-CAD-NOME(WRK-TAB-CAD-QTDE).
           MOVE WRK-CADCLIN-REGISTRO
             TO TAB-CAD-IMAGEM(WRK-TAB-CAD-QTDE).
           MOVE CADCLIN-SALDO-ATUAL
             TO TAB-CAD-SALDO(WRK-TAB-CAD-QTDE).
           MOVE ZEROS TO TAB-CAD-LIMITE(WRK-TAB-CAD-QTDE).
           MOVE "A"   TO TAB-CAD-SITUACAO(WRK-TAB-CAD-QTDE).
           MOVE "S"   TO TAB-CAD-MOVIMENTACAO(WRK-TAB-CAD-QTDE).
           MOVE "N"   TO TAB-CAD-TEM-CONDCTA(WRK-TAB-CAD-QTDE).
           MOVE "N"   TO TAB-CAD-ENCERRADA(WRK-TAB-CAD-QTDE).
           PERFORM 041-LER-CADCLIN.

       016-CARREGAR-CONDCTA.
           IF WRK-FS-CONDCTA NOT = "35"
              PERFORM 042-LER-CONDCTA
              PERFORM 031-APLICAR-CONDCTA
                UNTIL WRK-FS-CONDCTA = "10"
              CLOSE CONDCTA
           END-IF.

       031-APLICAR-CONDCTA.
           MOVE CONDCTA-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CAD > ZEROS
              MOVE CONDCTA-SITUACAO
                TO TAB-CAD-SITUACAO(WRK-ACHOU-CAD)
              MOVE CONDCTA-LIMITE
                TO TAB-CAD-LIMITE(WRK-ACHOU-CAD)
              MOVE CONDCTA-MOVIMENTACAO
                TO TAB-CAD-MOVIMENTACAO(WRK-ACHOU-CAD)
              MOVE "S" TO TAB-CAD-TEM-CONDCTA(WRK-ACHOU-CAD)
           END-IF.
           PERFORM 042-LER-CONDCTA.

       017-CARREGAR-PEDIDOS.
           PERFORM 040-LER-ENCIN.
           PERFORM 032-MOVER-DADOS-TAB-PED
             UNTIL WRK-FS-ENCIN = "10".

       032-MOVER-DADOS-TAB-PED.
           IF WRK-TAB-PED-QTDE = 500
              DISPLAY "TABELA DE PEDIDOS EXCEDIDA - ENCIN"
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-TAB-PED-QTDE.
           SET IDX-PED TO WRK-TAB-PED-QTDE.
           MOVE WRK-ENCIN-REGISTRO TO TAB-PED-PEDIDO(IDX-PED).
           MOVE "N"   TO TAB-PED-TEM-MAPA(IDX-PED).
           MOVE ZEROS TO TAB-PED-COD-CLIENTE(IDX-PED).
           MOVE "N"   TO TAB-PED-VINCULO(IDX-PED, 1)
                         TAB-PED-VINCULO(IDX-PED, 2)
                         TAB-PED-VINCULO(IDX-PED, 3)
                         TAB-PED-VINCULO(IDX-PED, 4)
                         TAB-PED-VINCULO(IDX-PED, 5).
           PERFORM 040-LER-ENCIN.

      *UMA PASSADA EM CADA CARTEIRA MARCA, NOS PEDIDOS DO DIA, O
      *QUE AINDA PRENDE A CONTA. O MAPCLI VEM ANTES DOS SEGUROS,
      *QUE SAO DO CLIENTE DE VENDAS E NAO DA CONTA.
       018-CARREGAR-VINCULOS.
           IF WRK-TAB-PED-QTDE > ZEROS
              PERFORM 019-LER-CARTEIRAS
           END-IF.
           IF WRK-FS-CDBHOJE NOT = "35"
              CLOSE CDBHOJE
           END-IF.
           IF WRK-FS-CRONHOJE NOT = "35"
              CLOSE CRONHOJE
           END-IF.
           IF WRK-FS-PLANHOJE NOT = "35"
              CLOSE PLANHOJE
           END-IF.
           IF WRK-FS-MAPCLI NOT = "35"
              CLOSE MAPCLI
           END-IF.
           IF WRK-FS-APOLHOJE NOT = "35"
              CLOSE APOLHOJE
           END-IF.
           IF WRK-FS-PREMHOJE NOT = "35"
              CLOSE PREMHOJE
           END-IF.
           IF WRK-FS-ORDHOJE NOT = "35"
              CLOSE ORDHOJE
           END-IF.

       019-LER-CARTEIRAS.
           IF WRK-FS-CDBHOJE NOT = "35"
              PERFORM 043-LER-CDBHOJE
              PERFORM 060-VINCULAR-CDB
                UNTIL WRK-FS-CDBHOJE = "10"
           END-IF.
           IF WRK-FS-CRONHOJE NOT = "35"
              PERFORM 044-LER-CRONHOJE
              PERFORM 061-VINCULAR-EMPRESTIMO
                UNTIL WRK-FS-CRONHOJE = "10"
           END-IF.
           IF WRK-FS-PLANHOJE NOT = "35"
              PERFORM 045-LER-PLANHOJE
              PERFORM 062-VINCULAR-PLANO
                UNTIL WRK-FS-PLANHOJE = "10"
           END-IF.
           IF WRK-FS-MAPCLI NOT = "35"
              PERFORM 046-LER-MAPCLI
              PERFORM 063-VINCULAR-MAPA
                UNTIL WRK-FS-MAPCLI = "10"
           END-IF.
           IF WRK-FS-APOLHOJE NOT = "35"
              PERFORM 047-LER-APOLHOJE
              PERFORM 064-VINCULAR-APOLICE
                UNTIL WRK-FS-APOLHOJE = "10"
           END-IF.
           IF WRK-FS-PREMHOJE NOT = "35"
              PERFORM 048-LER-PREMHOJE
              PERFORM 065-VINCULAR-PREMIO
                UNTIL WRK-FS-PREMHOJE = "10"
           END-IF.
           IF WRK-FS-ORDHOJE NOT = "35"
              PERFORM 049-LER-ORDHOJE
              PERFORM 066-VINCULAR-ORDEM
                UNTIL WRK-FS-ORDHOJE = "10"
           END-IF.

       060-VINCULAR-CDB.
           IF CDB-ATIVO
              MOVE CDB-CHAVE TO WRK-CHAVE-BUSCA
              MOVE 1         TO WRK-TIPO-VINCULO
              PERFORM 067-MARCAR-VINCULO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
           END-IF.
           PERFORM 043-LER-CDBHOJE.

       061-VINCULAR-EMPRESTIMO.
           IF CRON-ABERTA OR CRON-EM-ATRASO
              MOVE CRON-CHAVE TO WRK-CHAVE-BUSCA
              MOVE 2          TO WRK-TIPO-VINCULO
              PERFORM 067-MARCAR-VINCULO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
           END-IF.
           PERFORM 044-LER-CRONHOJE.

       062-VINCULAR-PLANO.
           IF PLAN-ATIVO
              MOVE PLAN-CHAVE TO WRK-CHAVE-BUSCA
              MOVE 3          TO WRK-TIPO-VINCULO
              PERFORM 067-MARCAR-VINCULO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
           END-IF.
           PERFORM 045-LER-PLANHOJE.

       063-VINCULAR-MAPA.
           MOVE MAPCLI-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 068-MARCAR-MAPA
               VARYING IDX-PED FROM 1 BY 1
               UNTIL IDX-PED > WRK-TAB-PED-QTDE.
           PERFORM 046-LER-MAPCLI.

      *APOLICE AINDA VIGENTE GERA NOVO PREMIO A CADA VIGENCIA.
       064-VINCULAR-APOLICE.
           IF APOLICE-DATA-VENCTO NOT < WRK-DATA-PROC
              MOVE APOLICE-COD-CLIENTE TO WRK-COD-BUSCA
              PERFORM 069-MARCAR-SEGURO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
           END-IF.
           PERFORM 047-LER-APOLHOJE.

       065-VINCULAR-PREMIO.
           IF PREM-PENDENTE
              MOVE PREM-COD-CLIENTE TO WRK-COD-BUSCA
              PERFORM 069-MARCAR-SEGURO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
           END-IF.
           PERFORM 048-LER-PREMHOJE.

      *A ORDEM PRENDE A CONTA DE ORIGEM E TAMBEM A DE DESTINO,
      *QUE ENCERRADA PASSARIA A RECUSAR O CREDITO.
       066-VINCULAR-ORDEM.
           IF ORD-ATIVA OR ORD-SUSPENSA
              MOVE 5                 TO WRK-TIPO-VINCULO
              MOVE ORD-CHAVE-ORIGEM  TO WRK-CHAVE-BUSCA
              PERFORM 067-MARCAR-VINCULO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
              MOVE ORD-CHAVE-DESTINO TO WRK-CHAVE-BUSCA
              PERFORM 067-MARCAR-VINCULO
                  VARYING IDX-PED FROM 1 BY 1
                  UNTIL IDX-PED > WRK-TAB-PED-QTDE
           END-IF.
           PERFORM 049-LER-ORDHOJE.

       067-MARCAR-VINCULO.
           IF TAB-PED-CHAVE(IDX-PED) = WRK-CHAVE-BUSCA
              MOVE "S" TO TAB-PED-VINCULO(IDX-PED, WRK-TIPO-VINCULO)
           END-IF.

       068-MARCAR-MAPA.
           IF TAB-PED-CHAVE(IDX-PED) = WRK-CHAVE-BUSCA
              MOVE "S" TO TAB-PED-TEM-MAPA(IDX-PED)
              MOVE MAPCLI-COD-CLIENTE TO TAB-PED-COD-CLIENTE(IDX-PED)
           END-IF.

       069-MARCAR-SEGURO.
           IF TAB-PED-TEM-MAPA(IDX-PED) = "S"
              AND TAB-PED-COD-CLIENTE(IDX-PED) = WRK-COD-BUSCA
              MOVE "S" TO TAB-PED-VINCULO(IDX-PED, 4)
           END-IF.

      *UM PEDIDO DO DIA POR ITERACAO, NA ORDEM DO ENCIN.
       020-PROCESSAR-PEDIDO.
           MOVE TAB-PED-PEDIDO(IDX-PED) TO WRK-ENCIN-REGISTRO.
           SET MOT-ACEITO TO TRUE.
           PERFORM 021-VALIDAR-PEDIDO.
           IF MOT-ACEITO
              PERFORM 024-CALCULAR-ACERTO
           END-IF.
           IF MOT-ACEITO
              PERFORM 025-ENCERRAR-CONTA
           ELSE
              PERFORM 029-GRAVAR-ENCREJ
           END-IF.

      *ORDEM DAS RECUSAS: DADOS, CONTA, SITUACAO, OS VINCULOS NA
      *ORDEM DA ROTINA DE ENCERRAMENTO, O SEGUNDO TITULAR E, POR
      *ULTIMO, A CONTA DE DESTINO DA TRANSFERENCIA.
       021-VALIDAR-PEDIDO.
           MOVE ENCIN-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           MOVE WRK-ACHOU-CAD TO WRK-ACHOU-ORI.
           EVALUATE TRUE
               WHEN NOT ENCIN-SOLICITANTE-VALIDO
                 OR NOT (ENCIN-CHEQUE OR ENCIN-TRANSFERENCIA)
                   SET MOT-DADOS-INVALIDOS TO TRUE
               WHEN WRK-ACHOU-ORI = ZEROS
                   SET MOT-CONTA-INEXISTENTE TO TRUE
               WHEN TAB-CAD-SITUACAO(WRK-ACHOU-ORI) = "E"
                   SET MOT-CONTA-JA-ENCERRADA TO TRUE
               WHEN TAB-CAD-SITUACAO(WRK-ACHOU-ORI) = "B"
                   SET MOT-CONTA-BLOQUEADA TO TRUE
               WHEN TAB-PED-VINCULO(IDX-PED, 1) = "S"
                   SET MOT-CDB-ATIVO TO TRUE
               WHEN TAB-PED-VINCULO(IDX-PED, 2) = "S"
                   SET MOT-EMPRESTIMO-ABERTO TO TRUE
               WHEN TAB-PED-VINCULO(IDX-PED, 3) = "S"
                   SET MOT-PLANO-RENEGOCIACAO TO TRUE
               WHEN TAB-PED-VINCULO(IDX-PED, 4) = "S"
                   SET MOT-DEBITO-SEGURO TO TRUE
               WHEN TAB-PED-VINCULO(IDX-PED, 5) = "S"
                   SET MOT-ORDEM-PERMANENTE TO TRUE
               WHEN OTHER
                   PERFORM 022-VERIFICAR-TITULAR2
           END-EVALUATE.
           IF MOT-ACEITO AND ENCIN-TRANSFERENCIA
              PERFORM 023-VALIDAR-DESTINO
           END-IF.

      *CONTA COM SEGUNDO TITULAR SO ENCERRA COM O PEDIDO DOS DOIS
      *E O DOCUMENTO DELE CONFERIDO; SEM SEGUNDO TITULAR O PEDIDO
      *E DO PRIMEIRO.
       022-VERIFICAR-TITULAR2.
           PERFORM 082-BUSCAR-TITULAR2.
           IF TITULAR2-ENCONTRADO
              IF ENCIN-SOLICITANTE NOT = "A"
                 OR ENCIN-DOCUMENTO NOT = TITULAR2-DOCUMENTO
                 SET MOT-TITULAR2-SEM-CONSENT TO TRUE
              END-IF
           ELSE
              IF ENCIN-SOLICITANTE = "2"
                 SET MOT-DADOS-INVALIDOS TO TRUE
              END-IF
           END-IF.

       023-VALIDAR-DESTINO.
           MOVE ENCIN-CHAVE-DESTINO TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           MOVE WRK-ACHOU-CAD TO WRK-ACHOU-DES.
           IF WRK-ACHOU-DES = ZEROS
              OR ENCIN-CHAVE-DESTINO = ENCIN-CHAVE
              SET MOT-DESTINO-INVALIDO TO TRUE
           ELSE
              IF TAB-CAD-SITUACAO(WRK-ACHOU-DES) = "E"
                 SET MOT-DESTINO-INVALIDO TO TRUE
              END-IF
           END-IF.

      *JUROS DO MES CORRENTE PRO-RATA - O AC00EX33 CREDITA O MES
      *CHEIO NO FECHAMENTO; AQUI SAO OS DIAS CORRIDOS DO MES SOBRE
      *30, COM A TAXA DO SINAL DO SALDO. A TARIFA SO E COBRADA ATE
      *O SALDO CREDOR QUE SOBRA DEPOIS DOS JUROS.
       024-CALCULAR-ACERTO.
           MOVE TAB-CAD-SALDO(WRK-ACHOU-ORI) TO WRK-SALDO-ANTERIOR.
           EVALUATE TRUE
               WHEN WRK-SALDO-ANTERIOR > ZEROS
                   COMPUTE WRK-VALOR-JUROS ROUNDED =
                       WRK-SALDO-ANTERIOR * PARMJUROS-TAXA-CREDITO
                       / 100 * WRK-DP-DIA / 30
               WHEN WRK-SALDO-ANTERIOR < ZEROS
                   COMPUTE WRK-VALOR-JUROS ROUNDED =
                       WRK-SALDO-ANTERIOR * PARMJUROS-TAXA-DEVEDOR
                       / 100 * WRK-DP-DIA / 30
               WHEN OTHER
                   MOVE ZEROS TO WRK-VALOR-JUROS
           END-EVALUATE.
           COMPUTE WRK-SALDO-FINAL =
                   WRK-SALDO-ANTERIOR + WRK-VALOR-JUROS.
           IF WRK-SALDO-FINAL > WRK-TARIFA
              MOVE WRK-TARIFA TO WRK-VALOR-TARIFA
           ELSE
              IF WRK-SALDO-FINAL > ZEROS
                 MOVE WRK-SALDO-FINAL TO WRK-VALOR-TARIFA
              ELSE
                 MOVE ZEROS TO WRK-VALOR-TARIFA
              END-IF
           END-IF.
           SUBTRACT WRK-VALOR-TARIFA FROM WRK-SALDO-FINAL.
           IF WRK-SALDO-FINAL < ZEROS
              SET MOT-SALDO-DEVEDOR TO TRUE
           END-IF.

      *LANCA O ACERTO, PAGA O SALDO, ZERA E ENCERRA A CONTA E
      *AVISA O CLIENTE E OS SUBSISTEMAS.
       025-ENCERRAR-CONTA.
           ADD 1 TO WRK-SEQ-ENCERRAMENTO.
           MOVE TAB-CAD-IMAGEM(WRK-ACHOU-ORI)
             TO WRK-CADCLIN-REGISTRO.
           MOVE WRK-SALDO-ANTERIOR TO CADCLIN-SALDO-ATUAL.
           MOVE WRK-CADCLIN-REGISTRO TO AUDJRN-IMAGEM-ANTES.

           IF WRK-VALOR-JUROS NOT = ZEROS
              ADD WRK-VALOR-JUROS TO TAB-CAD-SALDO(WRK-ACHOU-ORI)
              MOVE ENCIN-CHAVE     TO MOVJRN-CHAVE
              MOVE "J"             TO MOVJRN-TIPO
              MOVE ZEROS           TO MOVJRN-NUM-CHEQUE
              MOVE WRK-VALOR-JUROS TO MOVJRN-VALOR
              MOVE TAB-CAD-SALDO(WRK-ACHOU-ORI)
                TO MOVJRN-SALDO-DEPOIS
              PERFORM 074-GRAVAR-ENCJRN
           END-IF.

           IF WRK-VALOR-TARIFA > ZEROS
              SUBTRACT WRK-VALOR-TARIFA
                  FROM TAB-CAD-SALDO(WRK-ACHOU-ORI)
              MOVE ENCIN-CHAVE     TO MOVJRN-CHAVE
              MOVE "T"             TO MOVJRN-TIPO
              MOVE ZEROS           TO MOVJRN-NUM-CHEQUE
              COMPUTE MOVJRN-VALOR = ZEROS - WRK-VALOR-TARIFA
              MOVE TAB-CAD-SALDO(WRK-ACHOU-ORI)
                TO MOVJRN-SALDO-DEPOIS
              PERFORM 074-GRAVAR-ENCJRN
           END-IF.

           MOVE ZEROS TO WRK-CHEQUE-EMITIDO.
           EVALUATE TRUE
               WHEN WRK-SALDO-FINAL = ZEROS
                   ADD 1 TO WRK-CONT-SEM-SALDO
               WHEN ENCIN-CHEQUE
                   PERFORM 026-PAGAR-CHEQUE
               WHEN OTHER
                   PERFORM 027-PAGAR-TRANSFERENCIA
           END-EVALUATE.

           MOVE ZEROS TO TAB-CAD-SALDO(WRK-ACHOU-ORI)
                         TAB-CAD-LIMITE(WRK-ACHOU-ORI).
           MOVE "E"   TO TAB-CAD-SITUACAO(WRK-ACHOU-ORI).
           MOVE "S"   TO TAB-CAD-ENCERRADA(WRK-ACHOU-ORI).
           ADD 1 TO WRK-CONT-ENCERRADAS.

           MOVE ZEROS TO CADCLIN-SALDO-ATUAL.
           MOVE WRK-CADCLIN-REGISTRO TO AUDJRN-IMAGEM-DEPOIS.
           PERFORM 075-GRAVAR-AUDJRN.
           PERFORM 076-GRAVAR-ENCAVISO.
           PERFORM 028-EMITIR-CARTA.

       026-PAGAR-CHEQUE.
           MOVE WRK-NUM-CHEQUE  TO WRK-CHEQUE-EMITIDO.
           ADD 1 TO WRK-NUM-CHEQUE.
           MOVE ENCIN-CHAVE     TO MOVJRN-CHAVE.
           MOVE "C"             TO MOVJRN-TIPO.
           MOVE WRK-CHEQUE-EMITIDO TO MOVJRN-NUM-CHEQUE.
           COMPUTE MOVJRN-VALOR = ZEROS - WRK-SALDO-FINAL.
           MOVE ZEROS           TO MOVJRN-SALDO-DEPOIS.
           PERFORM 074-GRAVAR-ENCJRN.
           ADD 1 TO WRK-CONT-PAGAS-CHEQUE.

       027-PAGAR-TRANSFERENCIA.
           MOVE ENCIN-CHAVE     TO MOVJRN-CHAVE.
           MOVE "E"             TO MOVJRN-TIPO.
           MOVE ZEROS           TO MOVJRN-NUM-CHEQUE.
           COMPUTE MOVJRN-VALOR = ZEROS - WRK-SALDO-FINAL.
           MOVE ZEROS           TO MOVJRN-SALDO-DEPOIS.
           PERFORM 074-GRAVAR-ENCJRN.
           ADD WRK-SALDO-FINAL TO TAB-CAD-SALDO(WRK-ACHOU-DES).
           MOVE ENCIN-CHAVE-DESTINO TO MOVJRN-CHAVE.
           MOVE "R"             TO MOVJRN-TIPO.
           MOVE WRK-SALDO-FINAL TO MOVJRN-VALOR.
           MOVE TAB-CAD-SALDO(WRK-ACHOU-DES) TO MOVJRN-SALDO-DEPOIS.
           PERFORM 074-GRAVAR-ENCJRN.
           ADD 1 TO WRK-CONT-PAGAS-TRANSF.

      *CARTA DE ENCERRAMENTO COM O ACERTO E A FORMA DO PAGAMENTO;
      *O ENDERECO E O SEGUNDO TITULAR SAEM QUANDO EXISTEM.
       028-EMITIR-CARTA.
           MOVE WRK-DP-DIA  TO CARTA-DIA.
           MOVE WRK-DP-MES  TO CARTA-MES.
           MOVE WRK-DP-ANO  TO CARTA-ANO.
           MOVE ENCIN-CHAVE TO CARTA-CHAVE.
           MOVE TAB-CAD-NOME(WRK-ACHOU-ORI) TO CARTA-NOME.

           MOVE WRK-LINHA-TRACO         TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-TITULO-CARTA  TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-CARTA-CONTA   TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           IF TITULAR2-ENCONTRADO
              MOVE TITULAR2-NOME TO CARTA-NOME-TITULAR2
              MOVE WRK-LINHA-CARTA-TITULAR2 TO FD-ENCCARTA-REGISTRO
              PERFORM 077-GRAVAR-LINHA-CARTA
           END-IF.

           PERFORM 083-BUSCAR-ENDERECO.
           IF ENDERECO-ENCONTRADO
              MOVE ENDERECO-RUA    TO CARTA-END-RUA
              MOVE ENDERECO-CIDADE TO CARTA-END-CIDADE
              MOVE ENDERECO-UF     TO CARTA-END-UF
              MOVE ENDERECO-CEP    TO CARTA-END-CEP
              MOVE WRK-LINHA-ENDERECO TO FD-ENCCARTA-REGISTRO
              PERFORM 077-GRAVAR-LINHA-CARTA
           END-IF.

           MOVE "ATENDENDO A SUA SOLICITACAO, A CONTA ACIMA FOI ENCERRAD
      -         "A NESTA DATA."
             TO WRK-LINHA-CARTA-TEXTO.
           MOVE WRK-LINHA-CARTA-TEXTO   TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.

           MOVE "SALDO NA DATA DO PEDIDO       " TO CARTA-ROTULO.
           MOVE WRK-SALDO-ANTERIOR      TO CARTA-VALOR.
           MOVE WRK-LINHA-CARTA-VALOR   TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           MOVE "JUROS DO PERIODO             " TO CARTA-ROTULO.
           MOVE WRK-VALOR-JUROS         TO CARTA-VALOR.
           MOVE WRK-LINHA-CARTA-VALOR   TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           MOVE "TARIFA DE ENCERRAMENTO       " TO CARTA-ROTULO.
           COMPUTE CARTA-VALOR = ZEROS - WRK-VALOR-TARIFA.
           MOVE WRK-LINHA-CARTA-VALOR   TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           MOVE "VALOR DEVOLVIDO AO CLIENTE   " TO CARTA-ROTULO.
           MOVE WRK-SALDO-FINAL         TO CARTA-VALOR.
           MOVE WRK-LINHA-CARTA-VALOR   TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.

           EVALUATE TRUE
               WHEN WRK-SALDO-FINAL = ZEROS
                   MOVE "NAO HA SALDO A DEVOLVER."
                     TO WRK-LINHA-CARTA-TEXTO
                   MOVE WRK-LINHA-CARTA-TEXTO TO FD-ENCCARTA-REGISTRO
               WHEN ENCIN-CHEQUE
                   MOVE WRK-CHEQUE-EMITIDO TO CARTA-NUM-CHEQUE
                   MOVE WRK-LINHA-CARTA-CHEQUE TO FD-ENCCARTA-REGISTRO
               WHEN OTHER
                   MOVE ENCIN-CHAVE-DESTINO TO CARTA-CHAVE-DESTINO
                   MOVE WRK-LINHA-CARTA-TRANSF TO FD-ENCCARTA-REGISTRO
           END-EVALUATE.
           PERFORM 077-GRAVAR-LINHA-CARTA.

           MOVE WRK-LINHA-TRACO         TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.
           MOVE WRK-LINHA-BRANCO        TO FD-ENCCARTA-REGISTRO.
           PERFORM 077-GRAVAR-LINHA-CARTA.

       029-GRAVAR-ENCREJ.
           MOVE WRK-ENCIN-REGISTRO TO ENCREJ-PEDIDO.
           MOVE WRK-MOTIVO         TO ENCREJ-MOTIVO.
           WRITE FD-ENCREJ-REGISTRO FROM WRK-ENCREJ-REGISTRO.
           IF WRK-FS-ENCREJ NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ENCREJ - FS: " WRK-FS-ENCREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-REJEITADOS.

       074-GRAVAR-ENCJRN.
           MOVE WRK-DATA-PROC        TO MOVJRN-DATA.
           MOVE WRK-HORA-SIS         TO MOVJRN-HORA.
           MOVE "N"                  TO MOVJRN-CANAL.
           MOVE ZEROS                TO MOVJRN-AGENCIA-TERM.
           MOVE ZEROS                TO MOVJRN-TERMINAL.
           MOVE WRK-SEQ-ENCERRAMENTO TO MOVJRN-NSU.
           WRITE FD-ENCJRN-REGISTRO FROM WRK-MOVJRN-REGISTRO.
           IF WRK-FS-ENCJRN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ENCJRN - FS: " WRK-FS-ENCJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       075-GRAVAR-AUDJRN.
           MOVE "AC01EX20"    TO AUDJRN-PROGRAMA.
           MOVE "E"           TO AUDJRN-TIPO-TRANS.
           MOVE ENCIN-CHAVE   TO AUDJRN-CHAVE.
           MOVE WRK-DATA-PROC TO AUDJRN-DATA.
           MOVE WRK-HORA-SIS  TO AUDJRN-HORA.
           WRITE FD-AUDJRN-REGISTRO FROM WRK-AUDJRN-REGISTRO.
           IF WRK-FS-AUDJRN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO AUDJRN - FS: " WRK-FS-AUDJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       076-GRAVAR-ENCAVISO.
           MOVE ENCIN-CHAVE   TO ENCAVISO-CHAVE.
           MOVE TAB-PED-COD-CLIENTE(IDX-PED) TO ENCAVISO-COD-CLIENTE.
           MOVE WRK-DATA-PROC TO ENCAVISO-DATA.
           MOVE WRK-SALDO-FINAL TO ENCAVISO-VALOR-PAGO.
           MOVE WRK-CHEQUE-EMITIDO TO ENCAVISO-NUM-CHEQUE.
           IF WRK-SALDO-FINAL = ZEROS
              MOVE SPACES TO ENCAVISO-FORMA
              MOVE SPACES TO ENCAVISO-CHAVE-DESTINO
           ELSE
              MOVE ENCIN-FORMA TO ENCAVISO-FORMA
              IF ENCIN-TRANSFERENCIA
                 MOVE ENCIN-CHAVE-DESTINO TO ENCAVISO-CHAVE-DESTINO
              ELSE
                 MOVE SPACES TO ENCAVISO-CHAVE-DESTINO
              END-IF
           END-IF.
           WRITE FD-ENCAVISO-REGISTRO FROM WRK-ENCAVISO-REGISTRO.
           IF WRK-FS-ENCAVISO NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ENCAVISO - FS: "
                      WRK-FS-ENCAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

       077-GRAVAR-LINHA-CARTA.
           WRITE FD-ENCCARTA-REGISTRO.
           IF WRK-FS-ENCCARTA NOT = ZEROS
              DISPLAY "ERRO GRAVACAO ENCCARTA - FS: "
                      WRK-FS-ENCCARTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

      *REGRAVA O CADASTRO COM O SALDO CORRENTE DE CADA CONTA. O
      *CADCLIN E RELIDO NA MESMA ORDEM DA CARGA DA TABELA.
       035-REGRAVAR-CADASTRO.
           OPEN INPUT CADCLIN.
           IF WRK-FS-CADCLIN NOT = ZEROS
              DISPLAY "ERRO REABERTURA CADCLIN - FS: "
                      WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           MOVE ZEROS TO WRK-SUB.
           PERFORM 041-LER-CADCLIN.
           PERFORM 036-REGRAVAR-UMA-CONTA
             UNTIL WRK-FS-CADCLIN = "10".
           CLOSE CADCLIN.

       036-REGRAVAR-UMA-CONTA.
           ADD 1 TO WRK-SUB.
           MOVE TAB-CAD-SALDO(WRK-SUB) TO CADCLIN-SALDO-ATUAL.
           WRITE FD-CADCLINF-REGISTRO FROM WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLINF NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CADCLINF - FS: "
                      WRK-FS-CADCLINF
              PERFORM 999-ROTINA-ABEND
           END-IF.
           PERFORM 041-LER-CADCLIN.

      *NOVA GERACAO DO CONDCTA: OS REGISTROS EXISTENTES SEGUEM
      *COMO ESTAO, COM A CONTA ENCERRADA HOJE PASSANDO A E SEM
      *LIMITE; CONTA ENCERRADA SEM REGISTRO GANHA UM NO FINAL.
       037-REGRAVAR-CONDCTA.
           IF WRK-FS-CONDCTA NOT = "35"
              OPEN INPUT CONDCTA
              IF WRK-FS-CONDCTA NOT = ZEROS
                 DISPLAY "ERRO REABERTURA CONDCTA - FS: "
                         WRK-FS-CONDCTA
                 PERFORM 999-ROTINA-ABEND
              END-IF
              PERFORM 042-LER-CONDCTA
              PERFORM 038-REGRAVAR-UMA-CONDCTA
                UNTIL WRK-FS-CONDCTA = "10"
              CLOSE CONDCTA
           END-IF.
           PERFORM 039-INCLUIR-CONDCTA
               VARYING IDX-CAD FROM 1 BY 1
               UNTIL IDX-CAD > WRK-TAB-CAD-QTDE.

       038-REGRAVAR-UMA-CONDCTA.
           MOVE CONDCTA-CHAVE TO WRK-CHAVE-BUSCA.
           PERFORM 081-LOCALIZAR-CONTA.
           IF WRK-ACHOU-CAD > ZEROS
              IF TAB-CAD-ENCERRADA(WRK-ACHOU-CAD) = "S"
                 MOVE "E"   TO CONDCTA-SITUACAO
                 MOVE ZEROS TO CONDCTA-LIMITE
              END-IF
           END-IF.
           PERFORM 078-GRAVAR-CONDCTAN.
           PERFORM 042-LER-CONDCTA.

       039-INCLUIR-CONDCTA.
           IF TAB-CAD-ENCERRADA(IDX-CAD) = "S"
              AND TAB-CAD-TEM-CONDCTA(IDX-CAD) = "N"
              MOVE TAB-CAD-CHAVE(IDX-CAD)        TO CONDCTA-CHAVE
              MOVE "E"                           TO CONDCTA-SITUACAO
              MOVE ZEROS                         TO CONDCTA-LIMITE
              MOVE TAB-CAD-MOVIMENTACAO(IDX-CAD)
                TO CONDCTA-MOVIMENTACAO
              PERFORM 078-GRAVAR-CONDCTAN
           END-IF.

       078-GRAVAR-CONDCTAN.
           WRITE FD-CONDCTAN-REGISTRO FROM WRK-CONDCTA-REGISTRO.
           IF WRK-FS-CONDCTAN NOT = ZEROS
              DISPLAY "ERRO GRAVACAO CONDCTAN - FS: "
                      WRK-FS-CONDCTAN
              PERFORM 999-ROTINA-ABEND
           END-IF.
           ADD 1 TO WRK-CONT-GRAVADOS-CONDCTAN.

       040-LER-ENCIN.
           IF WRK-FS-ENCIN NOT = "10"
              READ ENCIN INTO WRK-ENCIN-REGISTRO
              IF WRK-FS-ENCIN NOT = "00" AND "10"
                 DISPLAY "ERRO LEITURA ENCIN - FS: " WRK-FS-ENCIN
                 PERFORM 999-ROTINA-ABEND
              END-IF
              IF WRK-FS-ENCIN = "00"
                 ADD 1 TO WRK-CONT-LIDOS-ENCIN
              END-IF
           END-IF.

       041-LER-CADCLIN.
           READ CADCLIN INTO WRK-CADCLIN-REGISTRO.
           IF WRK-FS-CADCLIN NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CADCLIN - FS: " WRK-FS-CADCLIN
              PERFORM 999-ROTINA-ABEND
           END-IF.

       042-LER-CONDCTA.
           READ CONDCTA INTO WRK-CONDCTA-REGISTRO.
           IF WRK-FS-CONDCTA NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CONDCTA - FS: " WRK-FS-CONDCTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

       043-LER-CDBHOJE.
           READ CDBHOJE INTO WRK-CDB-REGISTRO.
           IF WRK-FS-CDBHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CDBHOJE - FS: " WRK-FS-CDBHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       044-LER-CRONHOJE.
           READ CRONHOJE INTO WRK-CRON-REGISTRO.
           IF WRK-FS-CRONHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA CRONHOJE - FS: "
                      WRK-FS-CRONHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       045-LER-PLANHOJE.
           READ PLANHOJE INTO WRK-PLAN-REGISTRO.
           IF WRK-FS-PLANHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PLANHOJE - FS: "
                      WRK-FS-PLANHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       046-LER-MAPCLI.
           READ MAPCLI INTO WRK-MAPCLI-REGISTRO.
           IF WRK-FS-MAPCLI NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA MAPCLI - FS: " WRK-FS-MAPCLI
              PERFORM 999-ROTINA-ABEND
           END-IF.

       047-LER-APOLHOJE.
           READ APOLHOJE INTO WRK-APOLICE-REGISTRO.
           IF WRK-FS-APOLHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA APOLHOJE - FS: "
                      WRK-FS-APOLHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       048-LER-PREMHOJE.
           READ PREMHOJE INTO WRK-PREM-REGISTRO.
           IF WRK-FS-PREMHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA PREMHOJE - FS: "
                      WRK-FS-PREMHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       049-LER-ORDHOJE.
           READ ORDHOJE INTO WRK-ORD-REGISTRO.
           IF WRK-FS-ORDHOJE NOT = "00" AND "10"
              DISPLAY "ERRO LEITURA ORDHOJE - FS: " WRK-FS-ORDHOJE
              PERFORM 999-ROTINA-ABEND
           END-IF.

       081-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-ACHOU-CAD.
           SET IDX-CAD TO 1.
           SEARCH TAB-CAD-REGISTRO
               AT END
                   CONTINUE
               WHEN TAB-CAD-CHAVE(IDX-CAD) = WRK-CHAVE-BUSCA
                   SET WRK-ACHOU-CAD TO IDX-CAD
           END-SEARCH.

       082-BUSCAR-TITULAR2.
           SET TITULAR2-NAO-ENCONTRADO TO TRUE.
           IF WRK-FS-TITULAR2 NOT = "35"
              MOVE ENCIN-CHAVE TO FD-TITULAR2-CHAVE
              READ TITULAR2 INTO WRK-TITULAR2-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET TITULAR2-ENCONTRADO TO TRUE
              END-READ
           END-IF.

       083-BUSCAR-ENDERECO.
           SET ENDERECO-NAO-ENCONTRADO TO TRUE.
           IF WRK-SW-ENDERECO-ABERTO = "S"
              MOVE ENCIN-CHAVE TO FD-ENDERECO-CHAVE
              READ ENDERECO INTO WRK-ENDERECO-REGISTRO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET ENDERECO-ENCONTRADO TO TRUE
              END-READ
           END-IF.

       050-FINALIZAR.
           PERFORM 051-MOSTRAR-CONTADORES.
           PERFORM 052-FECHAR-ARQUIVOS.

           IF WRK-CONT-REJEITADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

       051-MOSTRAR-CONTADORES.
           DISPLAY "Quantidade de Pedidos Lidos ENCIN........: "
                   WRK-CONT-LIDOS-ENCIN.
           DISPLAY "Quantidade de Contas Encerradas..........: "
                   WRK-CONT-ENCERRADAS.
           DISPLAY "Quantidade de Saldos Pagos em Cheque.....: "
                   WRK-CONT-PAGAS-CHEQUE.
           DISPLAY "Quantidade de Saldos Transferidos........: "
                   WRK-CONT-PAGAS-TRANSF.
           DISPLAY "Quantidade de Contas Sem Saldo a Pagar...: "
                   WRK-CONT-SEM-SALDO.
           DISPLAY "Quantidade de Pedidos Recusados..........: "
                   WRK-CONT-REJEITADOS.
           DISPLAY "Quantidade de Registros Gravados CONDCTAN: "
                   WRK-CONT-GRAVADOS-CONDCTAN.

       052-FECHAR-ARQUIVOS.
           IF WRK-FS-ENCIN NOT = "35"
              CLOSE ENCIN
           END-IF.

           IF WRK-FS-TITULAR2 NOT = "35"
              CLOSE TITULAR2
              IF WRK-FS-TITULAR2 NOT = "00"
                 DISPLAY "ERRO CLOSE TITULAR2 - FS: "
                         WRK-FS-TITULAR2
              END-IF
           END-IF.

           IF WRK-SW-ENDERECO-ABERTO = "S"
              CLOSE ENDERECO
           END-IF.

           CLOSE CADCLINF.
           IF WRK-FS-CADCLINF NOT = "00"
              DISPLAY "ERRO CLOSE CADCLINF - FS: " WRK-FS-CADCLINF
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE CONDCTAN.
           IF WRK-FS-CONDCTAN NOT = "00"
              DISPLAY "ERRO CLOSE CONDCTAN - FS: " WRK-FS-CONDCTAN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ENCJRN.
           IF WRK-FS-ENCJRN NOT = "00"
              DISPLAY "ERRO CLOSE ENCJRN - FS: " WRK-FS-ENCJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE AUDJRN.
           IF WRK-FS-AUDJRN NOT = "00"
              DISPLAY "ERRO CLOSE AUDJRN - FS: " WRK-FS-AUDJRN
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ENCAVISO.
           IF WRK-FS-ENCAVISO NOT = "00"
              DISPLAY "ERRO CLOSE ENCAVISO - FS: " WRK-FS-ENCAVISO
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ENCCARTA.
           IF WRK-FS-ENCCARTA NOT = "00"
              DISPLAY "ERRO CLOSE ENCCARTA - FS: " WRK-FS-ENCCARTA
              PERFORM 999-ROTINA-ABEND
           END-IF.

           CLOSE ENCREJ.
           IF WRK-FS-ENCREJ NOT = "00"
              DISPLAY "ERRO CLOSE ENCREJ - FS: " WRK-FS-ENCREJ
              PERFORM 999-ROTINA-ABEND
           END-IF.

       999-ROTINA-ABEND.
           DISPLAY "ABEND DO PROGRAMA - AC01EX20".
           MOVE 12 TO RETURN-CODE.
           GOBACK.

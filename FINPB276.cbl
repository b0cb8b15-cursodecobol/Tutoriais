      ******************************************************************
      * SISTEMA    : FINANCEIRO
      * ANALISTA   : CURSO DE COBOL VIDEOAULAS - www.cursodecobol.com.br
      * PROGRAMADOR: Wesley Mendonça.
      * DATA       : 15/10/2026
      * OBJETIVO   : RENTABILIDADE MENSAL POR CLIENTE: SOMA, POR CONTA,
      *              AS RECEITAS E DESPESAS DO MES NO HISTORICO
      *              PERMANENTE, AGRUPA AS CONTAS POR CLIENTE VIA
      *              FINCUST/FINTITL E CLASSIFICA OS CLIENTES PELA
      *              CONTRIBUICAO LIQUIDA.
      *              ARQUIVOS DE ENTRADA: FINSLDH  - HISTORICO PERMANEN-
      *                                              TE DE MOVIMENTOS
      *                                              (FINPB140)
      *                                   FINLNAMR - CRONOGRAMA DE
      *                                              AMORTIZACAO (JUROS
      *                                              DA PARCELA)
      *                                   FINCUST  - CADASTRO DE
      *                                              CLIENTES
      *                                   FINTITL  - VINCULOS CLIENTE x
      *                                              CONTA (FINCMNT)
      *                                   FINSLDS  - SALDOS ATUALIZADOS
      *                                              (TIPO DE CONTA E
      *                                              SALDO DAS CONTAS
      *                                              SEM MOVIMENTO)
      *              ARQUIVO DE SAIDA   : FINRENT  - RELATORIO (LINHAS
      *                                              IMPRESSAS)
      *
      * ESPECIFICAÇÃO
      * Executado no fechamento mensal (FINPB104), depois dos juros e
      * tarifas do mes. Para o mes da data de processamento:
      * - Varre FINSLDH e acumula, por conta, os lancamentos postados
      *   no mes (data de processamento do historico):
      *   . TARIFAS: indicador 'F';
      *   . JUROS DE CHEQUE ESPECIAL: 'D' na faixa 9.200.000.000-
      *     9.299.999.999 (FINPB172);
      *   . JUROS DE EMPRESTIMO: 'D' na faixa 8.700.000.000-
      *     8.799.999.999 (parcela do FINPB195); o ID da o contrato e
      *     a parcela, e a parte de juros vem da linha do cronograma
      *     FINLNAMR. Parcela sem linha no cronograma (contrato
      *     anterior ao cronograma) entra sem juros e e contada a
      *     parte no resumo;
      *   . JUROS PAGOS: 'C' na faixa 9.000.000.000-9.049.999.999
      *     (FINPB130, valor bruto; o IR retido nao e do banco).
      *   CONTRIBUICAO LIQUIDA = TARIFAS + JUROS DE CHEQUE ESPECIAL +
      *   JUROS DE EMPRESTIMO - JUROS PAGOS.
      * - SALDO MEDIO: media dos saldos de fim de dia, do dia 1 ate o
      *   dia da data de processamento, reconstituidos pelos saldos
      *   antes/depois de cada movimento do historico (gravado em
      *   ordem cronologica pelo FINPB140). Conta sem movimento no mes
      *   tem saldo medio igual ao saldo atual de FINSLDS.
      * - As contas do cliente vem de FINTITL, so os vinculos em que
      *   ele e o titular PRINCIPAL (como no informe de rendimentos do
      *   FINPB250): conta conjunta conta uma vez so. A AGENCIA do
      *   cliente e a da primeira conta de que ele e o principal.
      * - Secao 1: clientes por agencia, em ordem decrescente de
      *   contribuicao, com subtotal por agencia e total geral.
      * - Secao 2: subtotais por TIPO DE CONTA (conta a conta, pelo
      *   tipo de FINSLDS).
      * - Secao 3: os 50 clientes mais rentaveis e os 50 menos
      *   rentaveis do banco, para os gerentes de relacionamento
      *   (com menos de 100 clientes, a segunda lista traz so os que
      *   nao sairam na primeira).
      * - Resumo: contas com movimento sem titular principal (fora do
      *   ranking, so totalizadas) e parcelas sem cronograma.
      * Os juros e tarifas gerados no fechamento sao postados pelo
      * ciclo seguinte, e entram portanto na rentabilidade do mes em
      * que foram postados.
      ******************************************************************
      * VRS001 - 15/10/2026 - IMPLANTAÇÃO
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROGRAM-ID.      FINPB276.
       AUTHOR.          CURSO DE COBOL.
       DATE-COMPILED.   15/10/2026
      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
      *    HISTORICO PERMANENTE - ENTRADA (READ)
      *    MESMA DEFINICAO USADA PELO FINPB140 (VER FD FINSLDH, LA).
           SELECT FINSLDH  ASSIGN TO 'FINSLDH.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINSLDH.
      *    ARQUIVO DE TRABALHO - RECEITAS, DESPESAS E SALDOS POR CONTA
           SELECT FINRNTOT ASSIGN TO 'FINRNTOT.wrk'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINRNTOT-CHAVE
                  FILE STATUS IS WS-FS-FINRNTOT.
      *    CRONOGRAMA DE AMORTIZACAO - JUROS DA PARCELA (READ RANDOM)
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA).
           SELECT FINLNAMR ASSIGN TO 'FINLNAMR.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINLNAMR-CHAVE
                  FILE STATUS IS WS-FS-FINLNAMR.
      *    CADASTRO DE CLIENTES - LEITURA SEQUENCIAL (READ NEXT)
           SELECT FINCUST  ASSIGN TO 'FINCUST.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINCUST-ID
                  FILE STATUS IS WS-FS-FINCUST.
      *    VINCULOS CLIENTE x CONTA - CONTAS DO CLIENTE (START NA CHAVE
      *    ALTERNATIVA CLIENTE + READ NEXT)
      *    MESMA DEFINICAO USADA PELO FINCMNT (VER FD FINTITL, LA).
           SELECT FINTITL  ASSIGN TO 'FINTITL.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FINTITL-CHAVE
                  ALTERNATE RECORD KEY IS FINTITL-CLIENTE
                                          WITH DUPLICATES
                  FILE STATUS IS WS-FS-FINTITL.
      *    SALDOS ATUALIZADOS - TIPO E SALDO DA CONTA (READ RANDOM)
           SELECT FINSLDS  ASSIGN TO 'FINSLDS.dat'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FINSLDS-CHAVE
                  FILE STATUS IS WS-FS-FINSLDS.
      *    ARQUIVO DE TRABALHO DO SORT - AGENCIA/CONTRIBUICAO
           SELECT SD-RENTAB ASSIGN TO 'FINRENT.wrk'.
      *    CLIENTES CLASSIFICADOS POR AGENCIA + CONTRIBUICAO
           SELECT FINRENT-ORD ASSIGN TO 'FINRENT.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINRENT-ORD.
      *    CLIENTES CLASSIFICADOS SO PELA CONTRIBUICAO (RANKING)
           SELECT FINRENT-RNK ASSIGN TO 'FINRENTR.ord'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINRENT-RNK.
      *    RELATORIO DE RENTABILIDADE - SAIDA (WRITE)
           SELECT FINRENT  ASSIGN TO 'FINRENT.dat'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FS-FINRENT.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  FINSLDH
           RECORDING MODE IS F
           RECORD CONTAINS 086 CHARACTERS.

       01  REG-FINSLDH.
           03  FINSLDH-CHAVE          PIC  X(017).
           03  FINSLDH-DATA-PROC      PIC  9(008).
           03  FINSLDH-NR-SEQ         PIC  9(007).
           03  FINSLDH-VL-SLD-ANTES   PIC  S9(009)V99.
           03  FINSLDH-VL-TRAN        PIC  9(009)V99.
           03  FINSLDH-IND-TRAN       PIC  X(001).
           03  FINSLDH-VL-SLD-DEPOIS  PIC  S9(009)V99.
           03  FINSLDH-ID-TRAN        PIC  9(010).
           03  FINSLDH-COD-ORIGEM     PIC  X(002).
           03  FINSLDH-COD-OPER       PIC  X(008).
      *
      *    RECEITAS E DESPESAS DO MES POR CONTA; SOMA DOS SALDOS DE FIM
      *    DE DIA ATE O ULTIMO MOVIMENTO, COM O DIA E O SALDO DELE; O
      *    INDICADOR DE CONSUMO PERMITE APONTAR AS CONTAS SEM TITULAR.
       FD  FINRNTOT
           RECORD CONTAINS 100 CHARACTERS.

       01  REG-FINRNTOT.
           03  FINRNTOT-CHAVE         PIC  X(017).
           03  FINRNTOT-VL-TARIFAS    PIC  9(011)V99.
           03  FINRNTOT-VL-JUROS-CHEQUE PIC 9(011)V99.
           03  FINRNTOT-VL-JUROS-EMPREST PIC 9(011)V99.
           03  FINRNTOT-VL-JUROS-PAGOS PIC 9(011)V99.
           03  FINRNTOT-VL-SOMA-SALDOS PIC S9(015)V99.
           03  FINRNTOT-DIA-ULTIMO    PIC  9(002).
           03  FINRNTOT-VL-SLD-ULTIMO PIC  S9(009)V99.
           03  FINRNTOT-IND-CONSUMIDO PIC  X(001).
      *
      *    MESMA DEFINICAO USADA PELO FINLNMNT (VER FD FINLNAMR, LA)
       FD  FINLNAMR
           RECORD CONTAINS 090 CHARACTERS.

       01  REG-FINLNAMR.
           03  FINLNAMR-CHAVE.
               05  FINLNAMR-NR-CONTRATO PIC 9(008).
               05  FINLNAMR-NR-PARCELA  PIC 9(003).
           03  FINLNAMR-METODO        PIC  X(001).
           03  FINLNAMR-DT-VENCIMENTO PIC  9(008).
           03  FINLNAMR-VL-PARCELA    PIC  9(009)V99.
           03  FINLNAMR-VL-AMORTIZACAO PIC 9(009)V99.
           03  FINLNAMR-VL-JUROS      PIC  9(009)V99.
           03  FINLNAMR-VL-SALDO-DEVEDOR PIC 9(009)V99.
           03  FINLNAMR-STATUS        PIC  X(001).
           03  FINLNAMR-DT-EMISSAO    PIC  9(008).
           03  FINLNAMR-DT-PAGAMENTO  PIC  9(008).
           03  FILLER                 PIC  X(009).
      *
      *    MESMO LAYOUT DE REG-FINCUST DO FINCMNT (CADASTRO DE CLIENTES)
       FD  FINCUST
           RECORD CONTAINS 222 CHARACTERS.

       01  REG-FINCUST.
           03  FINCUST-ID             PIC  9(006).
           03  FINCUST-NOME           PIC  X(030).
           03  FINCUST-NR-DOC         PIC  X(014).
           03  FILLER                 PIC  X(172).
      *
      *    MESMO LAYOUT DE REG-FINTITL DO FINCMNT (TITULARIDADE)
       FD  FINTITL
           RECORD CONTAINS 040 CHARACTERS.

       01  REG-FINTITL.
           03 FINTITL-CHAVE.
              05  FINTITL-CONTA       PIC  X(017).
              05  FINTITL-CLIENTE     PIC  9(006).
           03  FINTITL-PAPEL          PIC  X(001).
              88  FINTITL-PRINCIPAL          VALUE 'P'.
           03  FINTITL-DT-VINCULO     PIC  9(008).
           03  FILLER                 PIC  X(008).
      *
       FD  FINSLDS
           RECORD CONTAINS 045 CHARACTERS.

       01  REG-FINSLDS.
           03  FINSLDS-CHAVE          PIC  X(017).
           03  FINSLDS-VL-SLD         PIC  S9(009)V99.
           03  FINSLDS-STATUS         PIC  X(001).
           03  FINSLDS-IND-LIMITE     PIC  X(001).
           03  FINSLDS-VL-LIMITE      PIC  9(009)V99.
           03  FINSLDS-COD-MOEDA      PIC  X(003).
      *    '1'=Corrente, '2'=Poupanca, '3'=Investimento; ESPACOS
      *    EQUIVALE A '1'
           03  FINSLDS-TIPO-CONTA     PIC  X(001).
      *
      *    CLIENTE COM OS TOTAIS DO MES
       SD  SD-RENTAB
           RECORD CONTAINS 140 CHARACTERS.

       01  REG-SD-RENTAB.
           03  SD-RNT-NR-AGEN         PIC  9(004).
           03  SD-RNT-VL-LIQUIDO      PIC  S9(013)V99.
           03  SD-RNT-CLIENTE         PIC  9(006).
           03  SD-RNT-NOME            PIC  X(030).
           03  SD-RNT-QTD-CONTAS      PIC  9(003).
           03  SD-RNT-VL-SALDO-MEDIO  PIC  S9(013)V99.
           03  SD-RNT-VL-TARIFAS      PIC  9(013)V99.
           03  SD-RNT-VL-JUROS-CHEQUE PIC  9(013)V99.
           03  SD-RNT-VL-JUROS-EMPREST PIC 9(013)V99.
           03  SD-RNT-VL-JUROS-PAGOS  PIC  9(013)V99.
           03  FILLER                 PIC  X(007).
      *
       FD  FINRENT-ORD
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01  REG-FINRENT-ORD.
           03  ORD-NR-AGEN            PIC  9(004).
           03  ORD-VL-LIQUIDO         PIC  S9(013)V99.
           03  ORD-CLIENTE            PIC  9(006).
           03  ORD-NOME               PIC  X(030).
           03  ORD-QTD-CONTAS         PIC  9(003).
           03  ORD-VL-SALDO-MEDIO     PIC  S9(013)V99.
           03  ORD-VL-TARIFAS         PIC  9(013)V99.
           03  ORD-VL-JUROS-CHEQUE    PIC  9(013)V99.
           03  ORD-VL-JUROS-EMPREST   PIC  9(013)V99.
           03  ORD-VL-JUROS-PAGOS     PIC  9(013)V99.
           03  FILLER                 PIC  X(007).
      *
       FD  FINRENT-RNK
           RECORDING MODE IS F
           RECORD CONTAINS 140 CHARACTERS.

       01  REG-FINRENT-RNK.
           03  RNK-NR-AGEN            PIC  9(004).
           03  RNK-VL-LIQUIDO         PIC  S9(013)V99.
           03  RNK-CLIENTE            PIC  9(006).
           03  RNK-NOME               PIC  X(030).
           03  RNK-QTD-CONTAS         PIC  9(003).
           03  RNK-VL-SALDO-MEDIO     PIC  S9(013)V99.
           03  FILLER                 PIC  X(067).
      *
       FD  FINRENT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.

       01  REG-FINRENT                PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AREA-AUXILIAR.
           05  WS-NOM-PROGRAMA        PIC X(008)  VALUE 'FINPB276'.
           05  WS-NUM-VERSAO          PIC X(008)  VALUE '001'.
      *
           05  WS-FS-FINSLDH          PIC X(002)  VALUE '00'.
           05  WS-FS-FINRNTOT         PIC X(002)  VALUE '00'.
           05  WS-FS-FINLNAMR         PIC X(002)  VALUE '00'.
           05  WS-FS-FINCUST          PIC X(002)  VALUE '00'.
           05  WS-FS-FINTITL          PIC X(002)  VALUE '00'.
           05  WS-FS-FINSLDS          PIC X(002)  VALUE '00'.
           05  WS-FS-FINRENT-ORD      PIC X(002)  VALUE '00'.
           05  WS-FS-FINRENT-RNK      PIC X(002)  VALUE '00'.
           05  WS-FS-FINRENT          PIC X(002)  VALUE '00'.
           05  WS-SORT-RETURN-DISP    PIC ----9   VALUE ZEROS.
      *
           05  WS-QTD-LIDOS-HIST      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-MOVTOS-MES      PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-TARIFAS         PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-JUROS-CHEQUE    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-PARCELAS        PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-PARC-SEM-CRONOG PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-JUROS-PAGOS     PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CONTAS-MOVTO    PIC 9(010)  VALUE ZEROS.
           05  WS-QTD-CLIENTES        PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-SEM-TITULAR     PIC 9(007)  VALUE ZEROS.
           05  WS-VL-LIQ-SEM-TITULAR  PIC S9(013)V99 VALUE ZEROS.
      *
           05  WS-FIM-FINSLDH-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINSLDH                VALUE 'S'.
           05  WS-FIM-FINCUST-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINCUST                VALUE 'S'.
           05  WS-FIM-FINTITL-SW      PIC X(001)  VALUE 'N'.
              88  FIM-FINTITL                VALUE 'S'.
           05  WS-FIM-FINRNTOT-SW     PIC X(001)  VALUE 'N'.
              88  FIM-FINRNTOT               VALUE 'S'.
           05  WS-FIM-ORD-SW          PIC X(001)  VALUE 'N'.
              88  FIM-ORD                    VALUE 'S'.
           05  WS-FIM-RNK-SW          PIC X(001)  VALUE 'N'.
              88  FIM-RNK                    VALUE 'S'.
      *    CADASTRO DE CLIENTES (OU DE VINCULOS) AUSENTE = TODAS AS
      *    CONTAS SEM TITULAR
           05  WS-FINCUST-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINCUST-DISPONIVEL         VALUE 'S'.
      *    SALDOS AUSENTES = CONTA SEM MOVIMENTO COM SALDO MEDIO ZERO
           05  WS-FINSLDS-DISPONIVEL  PIC X(001)  VALUE 'S'.
              88  FINSLDS-DISPONIVEL         VALUE 'S'.
      *    CRONOGRAMA AUSENTE = PARCELAS SEM JUROS IDENTIFICADOS
           05  WS-FINLNAMR-DISPONIVEL PIC X(001)  VALUE 'S'.
              88  FINLNAMR-DISPONIVEL        VALUE 'S'.
      *
      *    DATA DE PROCESSAMENTO E PERIODO (DIA 1 ATE A DATA)
           05  WS-DATA-EXECUCAO       PIC 9(008)  VALUE ZEROS.
           05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
               10  WS-ANOMES-EXECUCAO PIC 9(006).
               10  WS-DIAS-PERIODO    PIC 9(002).
           05  WS-DIA-MOVIMENTO       PIC 9(002)  VALUE ZEROS.
      *
      *    PARCELA DE EMPRESTIMO (ID-TRAN - 8.700.000.000 =
      *    CONTRATO x 1000 + PARCELA)
           05  WS-SEQ-PARCELA         PIC 9(009)  VALUE ZEROS.
           05  WS-NR-CONTRATO         PIC 9(008)  VALUE ZEROS.
           05  WS-NR-PARCELA          PIC 9(003)  VALUE ZEROS.
      *
      *    LANCAMENTO A ACUMULAR NA CONTA (P2000)
           05  WS-ACU-VL-TARIFAS      PIC 9(011)V99 VALUE ZEROS.
           05  WS-ACU-VL-JUROS-CHEQUE PIC 9(011)V99 VALUE ZEROS.
           05  WS-ACU-VL-JUROS-EMPREST PIC 9(011)V99 VALUE ZEROS.
           05  WS-ACU-VL-JUROS-PAGOS  PIC 9(011)V99 VALUE ZEROS.
      *
      *    CONTA CORRENTE DO CLIENTE (P3800)
           05  WS-CTA-VL-TARIFAS      PIC 9(011)V99 VALUE ZEROS.
           05  WS-CTA-VL-JUROS-CHEQUE PIC 9(011)V99 VALUE ZEROS.
           05  WS-CTA-VL-JUROS-EMPREST PIC 9(011)V99 VALUE ZEROS.
           05  WS-CTA-VL-JUROS-PAGOS  PIC 9(011)V99 VALUE ZEROS.
           05  WS-CTA-VL-SALDO-MEDIO  PIC S9(011)V99 VALUE ZEROS.
           05  WS-CTA-VL-LIQUIDO      PIC S9(013)V99 VALUE ZEROS.
           05  WS-CTA-VL-SLD-ATUAL    PIC S9(009)V99 VALUE ZEROS.
           05  WS-VL-SOMA-SALDOS      PIC S9(015)V99 VALUE ZEROS.
           05  WS-IND-TIPO            PIC 9(001)  VALUE ZEROS.
      *
      *    ACUMULADORES DO CLIENTE CORRENTE
           05  WS-CLI-NR-AGEN         PIC 9(004)  VALUE ZEROS.
           05  WS-CLI-QTD-CONTAS      PIC 9(003)  VALUE ZEROS.
           05  WS-CLI-VL-TARIFAS      PIC 9(013)V99 VALUE ZEROS.
           05  WS-CLI-VL-JUROS-CHEQUE PIC 9(013)V99 VALUE ZEROS.
           05  WS-CLI-VL-JUROS-EMPREST PIC 9(013)V99 VALUE ZEROS.
           05  WS-CLI-VL-JUROS-PAGOS  PIC 9(013)V99 VALUE ZEROS.
           05  WS-CLI-VL-SALDO-MEDIO  PIC S9(013)V99 VALUE ZEROS.
           05  WS-CLI-VL-LIQUIDO      PIC S9(013)V99 VALUE ZEROS.
      *
      *    QUEBRA DE AGENCIA (SECAO 1)
           05  WS-AGEN-ANTERIOR       PIC 9(004)  VALUE ZEROS.
      *
      *    RANKING (SECAO 3)
           05  WS-POSICAO             PIC 9(007)  VALUE ZEROS.
           05  WS-INICIO-PIORES       PIC 9(007)  VALUE ZEROS.
           05  WS-QTD-RANKING         PIC 9(003)  VALUE 050.
      *
           05  WS-MSG                 PIC X(072)  VALUE SPACES.
           05  WS-NOM-PARAGRAFO       PIC X(070)  VALUE SPACES.
      *
      *    NOME DE ARQUIVO USADO NA CHAMADA A ROTINA DE SISTEMA
      *    CBL_DELETE_FILE (DESCARTE DO TRABALHO CLASSIFICADO)
           05  WS-ARQ-DESTINO         PIC X(030)  VALUE SPACES.
      *
      *-----------------------------------------------------------------
      * TOTAIS POR AGENCIA E GERAL (SECAO 1)
      *-----------------------------------------------------------------
       01  WS-TOTAL-AGENCIA.
           05  WS-TAG-QTD             PIC 9(007).
           05  WS-TAG-VL-SALDO-MEDIO  PIC S9(013)V99.
           05  WS-TAG-VL-TARIFAS      PIC 9(013)V99.
           05  WS-TAG-VL-JUROS-CHEQUE PIC 9(013)V99.
           05  WS-TAG-VL-JUROS-EMPREST PIC 9(013)V99.
           05  WS-TAG-VL-JUROS-PAGOS  PIC 9(013)V99.
           05  WS-TAG-VL-LIQUIDO      PIC S9(013)V99.
      *
       01  WS-TOTAL-GERAL.
           05  WS-TGE-QTD             PIC 9(007).
           05  WS-TGE-VL-SALDO-MEDIO  PIC S9(013)V99.
           05  WS-TGE-VL-TARIFAS      PIC 9(013)V99.
           05  WS-TGE-VL-JUROS-CHEQUE PIC 9(013)V99.
           05  WS-TGE-VL-JUROS-EMPREST PIC 9(013)V99.
           05  WS-TGE-VL-JUROS-PAGOS  PIC 9(013)V99.
           05  WS-TGE-VL-LIQUIDO      PIC S9(013)V99.
      *
      *-----------------------------------------------------------------
      * TOTAIS POR TIPO DE CONTA (SECAO 2); 4 = TIPO NAO PREVISTO
      *-----------------------------------------------------------------
       01  WS-TAB-DESC-TIPOS.
           05  FILLER                 PIC X(031)
                         VALUE 'TIPO 1 - CONTA CORRENTE'.
           05  FILLER                 PIC X(031)
                         VALUE 'TIPO 2 - POUPANCA'.
           05  FILLER                 PIC X(031)
                         VALUE 'TIPO 3 - INVESTIMENTO'.
           05  FILLER                 PIC X(031)
                         VALUE 'OUTROS TIPOS'.
       01  WS-TAB-DESC-TIPOS-R REDEFINES WS-TAB-DESC-TIPOS.
           05  WS-DESC-TIPO           PIC X(031)  OCCURS 4 TIMES.
      *
       01  WS-TAB-TIPOS.
           05  WS-TIPO-ITEM OCCURS 4 TIMES.
               10  WS-TIP-QTD         PIC 9(007).
               10  WS-TIP-VL-SALDO-MEDIO PIC S9(013)V99.
               10  WS-TIP-VL-TARIFAS  PIC 9(013)V99.
               10  WS-TIP-VL-JUROS-CHEQUE PIC 9(013)V99.
               10  WS-TIP-VL-JUROS-EMPREST PIC 9(013)V99.
               10  WS-TIP-VL-JUROS-PAGOS PIC 9(013)V99.
               10  WS-TIP-VL-LIQUIDO  PIC S9(013)V99.
      *
      *    AREA DE CHAMADA DE SRDATPRC (DATA LOGICA DE PROCESSAMENTO)
       01  WS-PARM-DATA-PROC.
           05  WS-DTP-DATA            PIC 9(008).
           05  WS-DTP-ORIGEM          PIC X(001).
      *
      *-----------------------------------------------------------------
      * LINHAS DO RELATORIO
      *-----------------------------------------------------------------
       01  WS-LINHA-AGENCIA.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  FILLER                 PIC X(008)  VALUE 'AGENCIA '.
           05  WS-LIN-AGE-NR-AGEN     PIC 9(004).
      *
       01  WS-LINHA-DETALHE.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-DET-CLIENTE     PIC 9(006).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-NOME        PIC X(024).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-QTD         PIC ZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-SALDO-MEDIO PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-TARIFAS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-JUROS-CHEQUE PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-JUROS-EMPREST PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-JUROS-PAGOS PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-DET-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-TOTAL.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-TOT-DESC        PIC X(031).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-QTD         PIC ZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-SALDO-MEDIO PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-TARIFAS     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-JUROS-CHEQUE PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-JUROS-EMPREST PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-JUROS-PAGOS PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-TOT-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-RANKING.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RNK-POSICAO     PIC ZZZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-RNK-NR-AGEN     PIC 9(004).
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-RNK-CLIENTE     PIC 9(006).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RNK-NOME        PIC X(030).
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RNK-QTD         PIC ZZZZ9.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RNK-SALDO-MEDIO PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001)  VALUE SPACES.
           05  WS-LIN-RNK-LIQUIDO     PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-LINHA-RESUMO.
           05  FILLER                 PIC X(003)  VALUE SPACES.
           05  WS-LIN-RES-DESC        PIC X(040).
           05  WS-LIN-RES-QTD         PIC ZZZZZZ9.
           05  FILLER                 PIC X(002)  VALUE SPACES.
           05  WS-LIN-RES-VALOR       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                                  BLANK WHEN ZERO.
      *
       01  WS-LINHA-SEPARADOR        PIC X(132)  VALUE ALL '-'.
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM P0000-INICIALIZA
           PERFORM P1000-TOTALIZA-HISTORICO
           PERFORM P3000-CLASSIFICA-CLIENTES
           PERFORM P4000-IMPRIME-AGENCIAS
           PERFORM P4500-CONTAS-SEM-TITULAR
           PERFORM P5000-CLASSIFICA-RANKING
           PERFORM P6000-IMPRIME-TIPOS
           PERFORM P5500-IMPRIME-RANKING
           PERFORM P6500-IMPRIME-RESUMO
           PERFORM P9000-FINALIZA

           GOBACK.

      *-----------------------------------------------------------------
       P0000-INICIALIZA SECTION.
      *-----------------------------------------------------------------

           MOVE 'P0000-INICIALIZA' TO WS-NOM-PARAGRAFO

           CALL 'SRDATPRC' USING WS-PARM-DATA-PROC
           MOVE WS-DTP-DATA      TO WS-DATA-EXECUCAO

           INITIALIZE WS-TOTAL-GERAL
                      WS-TAB-TIPOS

           OPEN INPUT FINSLDH
           IF WS-FS-FINSLDH NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINSLDH - FILE STATUS = '
                     WS-FS-FINSLDH
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

      *    Arquivo de trabalho recriado a cada execucao.
           OPEN OUTPUT FINRNTOT
           CLOSE FINRNTOT
           OPEN I-O FINRNTOT
           IF WS-FS-FINRNTOT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN I-O FINRNTOT.wrk - FILE STATUS = '
                     WS-FS-FINRNTOT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           OPEN INPUT FINLNAMR
           EVALUATE WS-FS-FINLNAMR
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINLNAMR-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINLNAMR - FILE STATUS = '
                           WS-FS-FINLNAMR
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN INPUT FINCUST
           EVALUATE WS-FS-FINCUST
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINCUST-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINCUST - FILE STATUS = '
                           WS-FS-FINCUST
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           IF FINCUST-DISPONIVEL
              OPEN INPUT FINTITL
              EVALUATE WS-FS-FINTITL
                  WHEN '00'
                       CONTINUE
                  WHEN '35'
                       CLOSE FINCUST
                       MOVE 'N' TO WS-FINCUST-DISPONIVEL
                  WHEN OTHER
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - OPEN INPUT FINTITL - FILE '
                              'STATUS = ' WS-FS-FINTITL
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
              END-EVALUATE
           END-IF

           OPEN INPUT FINSLDS
           EVALUATE WS-FS-FINSLDS
               WHEN '00'
                    CONTINUE
               WHEN '35'
                    MOVE 'N' TO WS-FINSLDS-DISPONIVEL
               WHEN OTHER
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - OPEN INPUT FINSLDS - FILE STATUS = '
                           WS-FS-FINSLDS
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
           END-EVALUATE

           OPEN OUTPUT FINRENT
           IF WS-FS-FINRENT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN OUTPUT FINRENT - FILE STATUS = '
                     WS-FS-FINRENT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE SPACES TO REG-FINRENT
           STRING 'RENTABILIDADE POR CLIENTE - MES '
                  WS-ANOMES-EXECUCAO
                  ' - DATA DE PROCESSAMENTO ' WS-DATA-EXECUCAO
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINRENT
           STRING 'CONTRIBUICAO = TARIFAS + JUROS CHEQUE ESPECIAL + '
                  'JUROS EMPRESTIMO - JUROS PAGOS'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P1000-TOTALIZA-HISTORICO SECTION.
      * Varre o historico acumulando, por conta, os movimentos postados
      * no mes da data de processamento.
      *-----------------------------------------------------------------

           MOVE 'P1000-TOTALIZA-HISTORICO' TO WS-NOM-PARAGRAFO

           PERFORM UNTIL FIM-FINSLDH
              READ FINSLDH
                 AT END
                    MOVE 'S' TO WS-FIM-FINSLDH-SW
                 NOT AT END
                    IF WS-FS-FINSLDH NOT EQUAL '00'
                       MOVE SPACES TO WS-MSG
                       STRING 'ERRO - READ FINSLDH - FILE STATUS = '
                              WS-FS-FINSLDH
                              DELIMITED BY SIZE  INTO WS-MSG
                       END-STRING
                       PERFORM P8000-ERRO
                    END-IF
                    ADD 1 TO WS-QTD-LIDOS-HIST
                    IF FINSLDH-DATA-PROC(1:6) EQUAL WS-ANOMES-EXECUCAO
                       AND FINSLDH-DATA-PROC NOT GREATER
                           WS-DATA-EXECUCAO
                       ADD 1 TO WS-QTD-MOVTOS-MES
                       PERFORM P2000-ACUMULA-MOVIMENTO
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P2000-ACUMULA-MOVIMENTO SECTION.
      * Classifica o movimento (tarifa, juros de cheque especial,
      * parcela de emprestimo, juros pagos) e o acumula na entrada da
      * conta, junto com a soma dos saldos de fim de dia: os dias
      * anteriores ao primeiro movimento valem o saldo ANTES dele; os
      * dias entre dois movimentos, o saldo DEPOIS do anterior.
      *-----------------------------------------------------------------

           MOVE 'P2000-ACUMULA-MOVIMENTO' TO WS-NOM-PARAGRAFO

           MOVE FINSLDH-DATA-PROC(7:2) TO WS-DIA-MOVIMENTO
           MOVE ZEROS TO WS-ACU-VL-TARIFAS
                         WS-ACU-VL-JUROS-CHEQUE
                         WS-ACU-VL-JUROS-EMPREST
                         WS-ACU-VL-JUROS-PAGOS

           EVALUATE TRUE
               WHEN FINSLDH-IND-TRAN EQUAL 'F'
                    ADD 1 TO WS-QTD-TARIFAS
                    MOVE FINSLDH-VL-TRAN TO WS-ACU-VL-TARIFAS
               WHEN FINSLDH-IND-TRAN EQUAL 'D'
                AND FINSLDH-ID-TRAN NOT LESS 9200000000
                AND FINSLDH-ID-TRAN NOT GREATER 9299999999
                    ADD 1 TO WS-QTD-JUROS-CHEQUE
                    MOVE FINSLDH-VL-TRAN TO WS-ACU-VL-JUROS-CHEQUE
               WHEN FINSLDH-IND-TRAN EQUAL 'D'
                AND FINSLDH-ID-TRAN NOT LESS 8700000000
                AND FINSLDH-ID-TRAN NOT GREATER 8799999999
                    PERFORM P2200-JUROS-PARCELA
               WHEN FINSLDH-IND-TRAN EQUAL 'C'
                AND FINSLDH-ID-TRAN NOT LESS 9000000000
                AND FINSLDH-ID-TRAN NOT GREATER 9049999999
                    ADD 1 TO WS-QTD-JUROS-PAGOS
                    MOVE FINSLDH-VL-TRAN TO WS-ACU-VL-JUROS-PAGOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           MOVE FINSLDH-CHAVE TO FINRNTOT-CHAVE

           READ FINRNTOT
              INVALID KEY
                 MOVE FINSLDH-CHAVE           TO FINRNTOT-CHAVE
                 MOVE WS-ACU-VL-TARIFAS       TO FINRNTOT-VL-TARIFAS
                 MOVE WS-ACU-VL-JUROS-CHEQUE
                                          TO FINRNTOT-VL-JUROS-CHEQUE
                 MOVE WS-ACU-VL-JUROS-EMPREST
                                          TO FINRNTOT-VL-JUROS-EMPREST
                 MOVE WS-ACU-VL-JUROS-PAGOS
                                          TO FINRNTOT-VL-JUROS-PAGOS
                 COMPUTE FINRNTOT-VL-SOMA-SALDOS =
                         FINSLDH-VL-SLD-ANTES * (WS-DIA-MOVIMENTO - 1)
                 MOVE WS-DIA-MOVIMENTO        TO FINRNTOT-DIA-ULTIMO
                 MOVE FINSLDH-VL-SLD-DEPOIS   TO FINRNTOT-VL-SLD-ULTIMO
                 MOVE 'N'                     TO FINRNTOT-IND-CONSUMIDO
                 WRITE REG-FINRNTOT
                 ADD 1 TO WS-QTD-CONTAS-MOVTO
              NOT INVALID KEY
                 ADD WS-ACU-VL-TARIFAS       TO FINRNTOT-VL-TARIFAS
                 ADD WS-ACU-VL-JUROS-CHEQUE  TO FINRNTOT-VL-JUROS-CHEQUE
                 ADD WS-ACU-VL-JUROS-EMPREST
                                          TO FINRNTOT-VL-JUROS-EMPREST
                 ADD WS-ACU-VL-JUROS-PAGOS   TO FINRNTOT-VL-JUROS-PAGOS
                 IF WS-DIA-MOVIMENTO > FINRNTOT-DIA-ULTIMO
                    COMPUTE FINRNTOT-VL-SOMA-SALDOS =
                            FINRNTOT-VL-SOMA-SALDOS
                          + FINRNTOT-VL-SLD-ULTIMO
                          * (WS-DIA-MOVIMENTO - FINRNTOT-DIA-ULTIMO)
                    MOVE WS-DIA-MOVIMENTO     TO FINRNTOT-DIA-ULTIMO
                 END-IF
                 MOVE FINSLDH-VL-SLD-DEPOIS   TO FINRNTOT-VL-SLD-ULTIMO
                 REWRITE REG-FINRNTOT
           END-READ

           IF WS-FS-FINRNTOT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - GRAVACAO FINRNTOT.wrk - FILE STATUS = '
                     WS-FS-FINRNTOT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P2200-JUROS-PARCELA SECTION.
      * Parte de juros da parcela de emprestimo postada: o ID da o
      * contrato e a parcela, e os juros vem da linha do cronograma.
      *-----------------------------------------------------------------

           ADD 1 TO WS-QTD-PARCELAS

           IF NOT FINLNAMR-DISPONIVEL
              ADD 1 TO WS-QTD-PARC-SEM-CRONOG
              EXIT SECTION
           END-IF

           SUBTRACT 8700000000 FROM FINSLDH-ID-TRAN
                    GIVING WS-SEQ-PARCELA
           DIVIDE WS-SEQ-PARCELA BY 1000
                  GIVING WS-NR-CONTRATO
                  REMAINDER WS-NR-PARCELA

           MOVE WS-NR-CONTRATO TO FINLNAMR-NR-CONTRATO
           MOVE WS-NR-PARCELA  TO FINLNAMR-NR-PARCELA
           READ FINLNAMR
              INVALID KEY
                 ADD 1 TO WS-QTD-PARC-SEM-CRONOG
              NOT INVALID KEY
                 MOVE FINLNAMR-VL-JUROS TO WS-ACU-VL-JUROS-EMPREST
           END-READ

           IF WS-FS-FINLNAMR NOT EQUAL '00' AND '23'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - READ FINLNAMR - FILE STATUS = '
                     WS-FS-FINLNAMR
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3000-CLASSIFICA-CLIENTES SECTION.
      * Classifica os clientes por AGENCIA + CONTRIBUICAO decrescente,
      * totalizados pela rotina de entrada do SORT.
      *-----------------------------------------------------------------

           MOVE 'P3000-CLASSIFICA-CLIENTES' TO WS-NOM-PARAGRAFO

           SORT SD-RENTAB
                ON ASCENDING  KEY SD-RNT-NR-AGEN
                ON DESCENDING KEY SD-RNT-VL-LIQUIDO
                ON ASCENDING  KEY SD-RNT-CLIENTE
                INPUT PROCEDURE IS P3100-ENTRADA-SORT
                GIVING FINRENT-ORD

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DOS CLIENTES - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P3100-ENTRADA-SORT SECTION.
      * Percorre o cadastro de clientes e libera para o SORT cada
      * cliente que e titular PRINCIPAL de ao menos uma conta.
      *-----------------------------------------------------------------

           MOVE 'P3100-ENTRADA-SORT' TO WS-NOM-PARAGRAFO

           IF NOT FINCUST-DISPONIVEL
              MOVE 'S' TO WS-FIM-FINCUST-SW
           ELSE
              MOVE ZEROS TO FINCUST-ID
              START FINCUST KEY NOT LESS THAN FINCUST-ID
                 INVALID KEY
                    MOVE 'S' TO WS-FIM-FINCUST-SW
              END-START
           END-IF

           PERFORM UNTIL FIM-FINCUST
              READ FINCUST NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINCUST-SW
                 NOT AT END
                    PERFORM P3500-TRATA-CLIENTE
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P3500-TRATA-CLIENTE SECTION.
      * Soma as contas de que o cliente e o titular PRINCIPAL e libera
      * o cliente para o SORT.
      *-----------------------------------------------------------------

           MOVE 'P3500-TRATA-CLIENTE' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-CLI-NR-AGEN
                         WS-CLI-QTD-CONTAS
                         WS-CLI-VL-TARIFAS
                         WS-CLI-VL-JUROS-CHEQUE
                         WS-CLI-VL-JUROS-EMPREST
                         WS-CLI-VL-JUROS-PAGOS
                         WS-CLI-VL-SALDO-MEDIO
                         WS-CLI-VL-LIQUIDO

           PERFORM P3600-POSICIONA-VINCULOS
           PERFORM UNTIL FIM-FINTITL
              PERFORM P3700-LE-VINCULO
              IF NOT FIM-FINTITL
                 AND FINTITL-PRINCIPAL
                 PERFORM P3800-SOMA-CONTA
              END-IF
           END-PERFORM

           IF WS-CLI-QTD-CONTAS EQUAL ZEROS
              EXIT SECTION
           END-IF

           MOVE SPACES                  TO REG-SD-RENTAB
           MOVE WS-CLI-NR-AGEN          TO SD-RNT-NR-AGEN
           MOVE WS-CLI-VL-LIQUIDO       TO SD-RNT-VL-LIQUIDO
           MOVE FINCUST-ID              TO SD-RNT-CLIENTE
           MOVE FINCUST-NOME            TO SD-RNT-NOME
           MOVE WS-CLI-QTD-CONTAS       TO SD-RNT-QTD-CONTAS
           MOVE WS-CLI-VL-SALDO-MEDIO   TO SD-RNT-VL-SALDO-MEDIO
           MOVE WS-CLI-VL-TARIFAS       TO SD-RNT-VL-TARIFAS
           MOVE WS-CLI-VL-JUROS-CHEQUE  TO SD-RNT-VL-JUROS-CHEQUE
           MOVE WS-CLI-VL-JUROS-EMPREST TO SD-RNT-VL-JUROS-EMPREST
           MOVE WS-CLI-VL-JUROS-PAGOS   TO SD-RNT-VL-JUROS-PAGOS
           RELEASE REG-SD-RENTAB

           ADD 1 TO WS-QTD-CLIENTES

           .

      *-----------------------------------------------------------------
       P3600-POSICIONA-VINCULOS SECTION.
      * Posiciona FINTITL no primeiro vinculo do cliente corrente
      * (chave alternativa CLIENTE).
      *-----------------------------------------------------------------

           MOVE 'N'        TO WS-FIM-FINTITL-SW
           MOVE FINCUST-ID TO FINTITL-CLIENTE
           START FINTITL KEY EQUAL FINTITL-CLIENTE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINTITL-SW
           END-START

           .

      *-----------------------------------------------------------------
       P3700-LE-VINCULO SECTION.
      * Le o proximo vinculo; ao passar para outro cliente, liga o fim.
      *-----------------------------------------------------------------

           READ FINTITL NEXT
              AT END
                 MOVE 'S' TO WS-FIM-FINTITL-SW
              NOT AT END
                 IF FINTITL-CLIENTE NOT EQUAL FINCUST-ID
                    MOVE 'S' TO WS-FIM-FINTITL-SW
                 END-IF
           END-READ

           .

      *-----------------------------------------------------------------
       P3800-SOMA-CONTA SECTION.
      * Receitas, despesas e saldo medio da conta do vinculo corrente,
      * somados no cliente e no tipo de conta; a entrada de trabalho
      * fica marcada como consumida.
      *-----------------------------------------------------------------

           MOVE 'P3800-SOMA-CONTA' TO WS-NOM-PARAGRAFO

           MOVE ZEROS TO WS-CTA-VL-TARIFAS
                         WS-CTA-VL-JUROS-CHEQUE
                         WS-CTA-VL-JUROS-EMPREST
                         WS-CTA-VL-JUROS-PAGOS
                         WS-CTA-VL-SALDO-MEDIO
                         WS-CTA-VL-SLD-ATUAL
           MOVE 1     TO WS-IND-TIPO

           IF FINSLDS-DISPONIVEL
              MOVE FINTITL-CONTA TO FINSLDS-CHAVE
              READ FINSLDS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FINSLDS-VL-SLD TO WS-CTA-VL-SLD-ATUAL
                    EVALUATE FINSLDS-TIPO-CONTA
                        WHEN '1'
                        WHEN SPACE
                             MOVE 1 TO WS-IND-TIPO
                        WHEN '2'
                             MOVE 2 TO WS-IND-TIPO
                        WHEN '3'
                             MOVE 3 TO WS-IND-TIPO
                        WHEN OTHER
                             MOVE 4 TO WS-IND-TIPO
                    END-EVALUATE
              END-READ
           END-IF

           MOVE FINTITL-CONTA TO FINRNTOT-CHAVE
           READ FINRNTOT
              INVALID KEY
      *          Sem movimento no mes: o saldo nao mudou.
                 MOVE WS-CTA-VL-SLD-ATUAL  TO WS-CTA-VL-SALDO-MEDIO
              NOT INVALID KEY
                 MOVE FINRNTOT-VL-TARIFAS       TO WS-CTA-VL-TARIFAS
                 MOVE FINRNTOT-VL-JUROS-CHEQUE
                                          TO WS-CTA-VL-JUROS-CHEQUE
                 MOVE FINRNTOT-VL-JUROS-EMPREST
                                          TO WS-CTA-VL-JUROS-EMPREST
                 MOVE FINRNTOT-VL-JUROS-PAGOS
                                          TO WS-CTA-VL-JUROS-PAGOS
                 COMPUTE WS-VL-SOMA-SALDOS =
                         FINRNTOT-VL-SOMA-SALDOS
                       + FINRNTOT-VL-SLD-ULTIMO
                       * (WS-DIAS-PERIODO - FINRNTOT-DIA-ULTIMO + 1)
                 COMPUTE WS-CTA-VL-SALDO-MEDIO ROUNDED =
                         WS-VL-SOMA-SALDOS / WS-DIAS-PERIODO
                 MOVE 'S' TO FINRNTOT-IND-CONSUMIDO
                 REWRITE REG-FINRNTOT
                 IF WS-FS-FINRNTOT NOT EQUAL '00'
                    MOVE SPACES TO WS-MSG
                    STRING 'ERRO - REWRITE FINRNTOT.wrk - FILE '
                           'STATUS = ' WS-FS-FINRNTOT
                           DELIMITED BY SIZE  INTO WS-MSG
                    END-STRING
                    PERFORM P8000-ERRO
                 END-IF
           END-READ

           COMPUTE WS-CTA-VL-LIQUIDO = WS-CTA-VL-TARIFAS
                                     + WS-CTA-VL-JUROS-CHEQUE
                                     + WS-CTA-VL-JUROS-EMPREST
                                     - WS-CTA-VL-JUROS-PAGOS

      *    A agencia do cliente e a da primeira conta de que e o
      *    titular principal.
           IF WS-CLI-QTD-CONTAS EQUAL ZEROS
              MOVE FINTITL-CONTA(1:4) TO WS-CLI-NR-AGEN
           END-IF

           ADD 1                       TO WS-CLI-QTD-CONTAS
           ADD WS-CTA-VL-TARIFAS       TO WS-CLI-VL-TARIFAS
           ADD WS-CTA-VL-JUROS-CHEQUE  TO WS-CLI-VL-JUROS-CHEQUE
           ADD WS-CTA-VL-JUROS-EMPREST TO WS-CLI-VL-JUROS-EMPREST
           ADD WS-CTA-VL-JUROS-PAGOS   TO WS-CLI-VL-JUROS-PAGOS
           ADD WS-CTA-VL-SALDO-MEDIO   TO WS-CLI-VL-SALDO-MEDIO
           ADD WS-CTA-VL-LIQUIDO       TO WS-CLI-VL-LIQUIDO

           ADD 1                 TO WS-TIP-QTD(WS-IND-TIPO)
           ADD WS-CTA-VL-SALDO-MEDIO
                                 TO WS-TIP-VL-SALDO-MEDIO(WS-IND-TIPO)
           ADD WS-CTA-VL-TARIFAS TO WS-TIP-VL-TARIFAS(WS-IND-TIPO)
           ADD WS-CTA-VL-JUROS-CHEQUE
                                 TO WS-TIP-VL-JUROS-CHEQUE(WS-IND-TIPO)
           ADD WS-CTA-VL-JUROS-EMPREST
                                 TO WS-TIP-VL-JUROS-EMPREST(WS-IND-TIPO)
           ADD WS-CTA-VL-JUROS-PAGOS
                                 TO WS-TIP-VL-JUROS-PAGOS(WS-IND-TIPO)
           ADD WS-CTA-VL-LIQUIDO TO WS-TIP-VL-LIQUIDO(WS-IND-TIPO)

           .

      *-----------------------------------------------------------------
       P4000-IMPRIME-AGENCIAS SECTION.
      * Secao 1: clientes por agencia, do mais ao menos rentavel, com
      * subtotal na quebra de agencia e total geral.
      *-----------------------------------------------------------------

           MOVE 'P4000-IMPRIME-AGENCIAS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINRENT
           STRING '1 - CLIENTES POR AGENCIA, EM ORDEM DE CONTRIBUICAO'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINRENT
           STRING '   CLIENTE NOME                      CTAS     SALDO '
                  'MEDIO        TARIFAS   JUROS CH.ESP.  JUROS EMPREST.'
                  '    JUROS PAGOS    CONTRIBUICAO'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           OPEN INPUT FINRENT-ORD
           IF WS-FS-FINRENT-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINRENT.ord - FILE STATUS = '
                     WS-FS-FINRENT-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'N' TO WS-FIM-ORD-SW
           READ FINRENT-ORD
              AT END
                 MOVE 'S' TO WS-FIM-ORD-SW
           END-READ

           PERFORM UNTIL FIM-ORD
              MOVE ORD-NR-AGEN TO WS-AGEN-ANTERIOR
              INITIALIZE WS-TOTAL-AGENCIA
              MOVE WS-LINHA-SEPARADOR TO REG-FINRENT
              PERFORM P7000-GRAVA-LINHA
              MOVE ORD-NR-AGEN TO WS-LIN-AGE-NR-AGEN
              MOVE WS-LINHA-AGENCIA TO REG-FINRENT
              PERFORM P7000-GRAVA-LINHA

              PERFORM UNTIL FIM-ORD
                         OR ORD-NR-AGEN NOT EQUAL WS-AGEN-ANTERIOR
                 PERFORM P4100-LINHA-CLIENTE
                 READ FINRENT-ORD
                    AT END
                       MOVE 'S' TO WS-FIM-ORD-SW
                 END-READ
              END-PERFORM

              PERFORM P4200-TOTAL-AGENCIA
           END-PERFORM

           CLOSE FINRENT-ORD

           MOVE WS-LINHA-SEPARADOR     TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE 'TOTAL GERAL (CLIENTES)' TO WS-LIN-TOT-DESC
           MOVE WS-TGE-QTD              TO WS-LIN-TOT-QTD
           MOVE WS-TGE-VL-SALDO-MEDIO   TO WS-LIN-TOT-SALDO-MEDIO
           MOVE WS-TGE-VL-TARIFAS       TO WS-LIN-TOT-TARIFAS
           MOVE WS-TGE-VL-JUROS-CHEQUE  TO WS-LIN-TOT-JUROS-CHEQUE
           MOVE WS-TGE-VL-JUROS-EMPREST TO WS-LIN-TOT-JUROS-EMPREST
           MOVE WS-TGE-VL-JUROS-PAGOS   TO WS-LIN-TOT-JUROS-PAGOS
           MOVE WS-TGE-VL-LIQUIDO       TO WS-LIN-TOT-LIQUIDO
           MOVE WS-LINHA-TOTAL TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P4100-LINHA-CLIENTE SECTION.
      *-----------------------------------------------------------------

           MOVE ORD-CLIENTE             TO WS-LIN-DET-CLIENTE
           MOVE ORD-NOME                TO WS-LIN-DET-NOME
           MOVE ORD-QTD-CONTAS          TO WS-LIN-DET-QTD
           MOVE ORD-VL-SALDO-MEDIO      TO WS-LIN-DET-SALDO-MEDIO
           MOVE ORD-VL-TARIFAS          TO WS-LIN-DET-TARIFAS
           MOVE ORD-VL-JUROS-CHEQUE     TO WS-LIN-DET-JUROS-CHEQUE
           MOVE ORD-VL-JUROS-EMPREST    TO WS-LIN-DET-JUROS-EMPREST
           MOVE ORD-VL-JUROS-PAGOS      TO WS-LIN-DET-JUROS-PAGOS
           MOVE ORD-VL-LIQUIDO          TO WS-LIN-DET-LIQUIDO
           MOVE WS-LINHA-DETALHE TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA

           ADD 1                    TO WS-TAG-QTD
                                       WS-TGE-QTD
           ADD ORD-VL-SALDO-MEDIO   TO WS-TAG-VL-SALDO-MEDIO
                                       WS-TGE-VL-SALDO-MEDIO
           ADD ORD-VL-TARIFAS       TO WS-TAG-VL-TARIFAS
                                       WS-TGE-VL-TARIFAS
           ADD ORD-VL-JUROS-CHEQUE  TO WS-TAG-VL-JUROS-CHEQUE
                                       WS-TGE-VL-JUROS-CHEQUE
           ADD ORD-VL-JUROS-EMPREST TO WS-TAG-VL-JUROS-EMPREST
                                       WS-TGE-VL-JUROS-EMPREST
           ADD ORD-VL-JUROS-PAGOS   TO WS-TAG-VL-JUROS-PAGOS
                                       WS-TGE-VL-JUROS-PAGOS
           ADD ORD-VL-LIQUIDO       TO WS-TAG-VL-LIQUIDO
                                       WS-TGE-VL-LIQUIDO

           .

      *-----------------------------------------------------------------
       P4200-TOTAL-AGENCIA SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO WS-LIN-TOT-DESC
           STRING 'TOTAL DA AGENCIA ' WS-AGEN-ANTERIOR
                  DELIMITED BY SIZE  INTO WS-LIN-TOT-DESC
           END-STRING
           MOVE WS-TAG-QTD              TO WS-LIN-TOT-QTD
           MOVE WS-TAG-VL-SALDO-MEDIO   TO WS-LIN-TOT-SALDO-MEDIO
           MOVE WS-TAG-VL-TARIFAS       TO WS-LIN-TOT-TARIFAS
           MOVE WS-TAG-VL-JUROS-CHEQUE  TO WS-LIN-TOT-JUROS-CHEQUE
           MOVE WS-TAG-VL-JUROS-EMPREST TO WS-LIN-TOT-JUROS-EMPREST
           MOVE WS-TAG-VL-JUROS-PAGOS   TO WS-LIN-TOT-JUROS-PAGOS
           MOVE WS-TAG-VL-LIQUIDO       TO WS-LIN-TOT-LIQUIDO
           MOVE WS-LINHA-TOTAL TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P4500-CONTAS-SEM-TITULAR SECTION.
      * Contas com movimento no mes que nao tem titular PRINCIPAL
      * cadastrado: ficam fora dos clientes, so totalizadas no resumo.
      *-----------------------------------------------------------------

           MOVE 'P4500-CONTAS-SEM-TITULAR' TO WS-NOM-PARAGRAFO

           MOVE LOW-VALUES TO FINRNTOT-CHAVE
           START FINRNTOT KEY NOT LESS THAN FINRNTOT-CHAVE
              INVALID KEY
                 MOVE 'S' TO WS-FIM-FINRNTOT-SW
           END-START

           PERFORM UNTIL FIM-FINRNTOT
              READ FINRNTOT NEXT
                 AT END
                    MOVE 'S' TO WS-FIM-FINRNTOT-SW
                 NOT AT END
                    IF FINRNTOT-IND-CONSUMIDO NOT EQUAL 'S'
                       ADD 1 TO WS-QTD-SEM-TITULAR
                       COMPUTE WS-VL-LIQ-SEM-TITULAR =
                               WS-VL-LIQ-SEM-TITULAR
                             + FINRNTOT-VL-TARIFAS
                             + FINRNTOT-VL-JUROS-CHEQUE
                             + FINRNTOT-VL-JUROS-EMPREST
                             - FINRNTOT-VL-JUROS-PAGOS
                    END-IF
              END-READ
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P5000-CLASSIFICA-RANKING SECTION.
      * Reclassifica os clientes so pela CONTRIBUICAO decrescente, para
      * a lista dos mais e dos menos rentaveis do banco.
      *-----------------------------------------------------------------

           MOVE 'P5000-CLASSIFICA-RANKING' TO WS-NOM-PARAGRAFO

           SORT SD-RENTAB
                ON DESCENDING KEY SD-RNT-VL-LIQUIDO
                ON ASCENDING  KEY SD-RNT-CLIENTE
                INPUT PROCEDURE IS P5100-ENTRADA-RANKING
                GIVING FINRENT-RNK

           IF SORT-RETURN NOT EQUAL ZEROS
              MOVE SORT-RETURN TO WS-SORT-RETURN-DISP
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - SORT DO RANKING - SORT-RETURN = '
                     WS-SORT-RETURN-DISP
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P5100-ENTRADA-RANKING SECTION.
      * Libera de novo para o SORT os clientes ja totalizados.
      *-----------------------------------------------------------------

           MOVE 'P5100-ENTRADA-RANKING' TO WS-NOM-PARAGRAFO

           OPEN INPUT FINRENT-ORD
           IF WS-FS-FINRENT-ORD NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINRENT.ord - FILE STATUS = '
                     WS-FS-FINRENT-ORD
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE 'N' TO WS-FIM-ORD-SW
           PERFORM UNTIL FIM-ORD
              READ FINRENT-ORD
                 AT END
                    MOVE 'S' TO WS-FIM-ORD-SW
                 NOT AT END
                    MOVE REG-FINRENT-ORD TO REG-SD-RENTAB
                    RELEASE REG-SD-RENTAB
              END-READ
           END-PERFORM

           CLOSE FINRENT-ORD

           .

      *-----------------------------------------------------------------
       P5500-IMPRIME-RANKING SECTION.
      * Secao 3: os primeiros da classificacao (mais rentaveis) e os
      * ultimos (menos rentaveis); com poucos clientes, os ultimos
      * comecam depois dos primeiros, sem repetir ninguem.
      *-----------------------------------------------------------------

           MOVE 'P5500-IMPRIME-RANKING' TO WS-NOM-PARAGRAFO

           IF WS-QTD-CLIENTES > WS-QTD-RANKING * 2
              COMPUTE WS-INICIO-PIORES =
                      WS-QTD-CLIENTES - WS-QTD-RANKING
           ELSE
              MOVE WS-QTD-RANKING TO WS-INICIO-PIORES
           END-IF

           MOVE WS-LINHA-SEPARADOR TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINRENT
           STRING '3 - OS ' WS-QTD-RANKING
                  ' CLIENTES MAIS RENTAVEIS DO BANCO'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           PERFORM P5700-CABECALHO-RANKING

           OPEN INPUT FINRENT-RNK
           IF WS-FS-FINRENT-RNK NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - OPEN INPUT FINRENTR.ord - FILE STATUS = '
                     WS-FS-FINRENT-RNK
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           MOVE ZEROS TO WS-POSICAO
           PERFORM UNTIL FIM-RNK
              READ FINRENT-RNK
                 AT END
                    MOVE 'S' TO WS-FIM-RNK-SW
                 NOT AT END
                    ADD 1 TO WS-POSICAO
                    IF WS-POSICAO EQUAL WS-INICIO-PIORES + 1
                       PERFORM P5600-TITULO-PIORES
                    END-IF
                    IF WS-POSICAO NOT GREATER WS-QTD-RANKING
                       OR WS-POSICAO > WS-INICIO-PIORES
                       PERFORM P5800-LINHA-RANKING
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FINRENT-RNK

           IF WS-QTD-CLIENTES NOT GREATER WS-INICIO-PIORES
              PERFORM P5600-TITULO-PIORES
              MOVE SPACES TO REG-FINRENT
              STRING '   (TODOS OS CLIENTES JA CONSTAM DA LISTA '
                     'ACIMA)'
                     DELIMITED BY SIZE  INTO REG-FINRENT
              END-STRING
              PERFORM P7000-GRAVA-LINHA
           END-IF

           .

      *-----------------------------------------------------------------
       P5600-TITULO-PIORES SECTION.
      *-----------------------------------------------------------------

           MOVE WS-LINHA-SEPARADOR TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINRENT
           STRING '3 - OS ' WS-QTD-RANKING
                  ' CLIENTES MENOS RENTAVEIS DO BANCO (O ULTIMO E O '
                  'DE MENOR CONTRIBUICAO)'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA
           PERFORM P5700-CABECALHO-RANKING

           .

      *-----------------------------------------------------------------
       P5700-CABECALHO-RANKING SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES TO REG-FINRENT
           STRING '   POSICAO  AGEN  CLIENTE NOME                      '
                  '      CTAS     SALDO MEDIO    CONTRIBUICAO'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P5800-LINHA-RANKING SECTION.
      *-----------------------------------------------------------------

           MOVE WS-POSICAO          TO WS-LIN-RNK-POSICAO
           MOVE RNK-NR-AGEN         TO WS-LIN-RNK-NR-AGEN
           MOVE RNK-CLIENTE         TO WS-LIN-RNK-CLIENTE
           MOVE RNK-NOME            TO WS-LIN-RNK-NOME
           MOVE RNK-QTD-CONTAS      TO WS-LIN-RNK-QTD
           MOVE RNK-VL-SALDO-MEDIO  TO WS-LIN-RNK-SALDO-MEDIO
           MOVE RNK-VL-LIQUIDO      TO WS-LIN-RNK-LIQUIDO
           MOVE WS-LINHA-RANKING TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P6000-IMPRIME-TIPOS SECTION.
      * Secao 2: subtotais por tipo de conta (conta a conta).
      *-----------------------------------------------------------------

           MOVE 'P6000-IMPRIME-TIPOS' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE SPACES TO REG-FINRENT
           STRING '2 - SUBTOTAIS POR TIPO DE CONTA (QTD = CONTAS)'
                  DELIMITED BY SIZE  INTO REG-FINRENT
           END-STRING
           PERFORM P7000-GRAVA-LINHA

           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                     UNTIL WS-IND-TIPO > 4
              IF WS-TIP-QTD(WS-IND-TIPO) > ZEROS
                 MOVE WS-DESC-TIPO(WS-IND-TIPO)  TO WS-LIN-TOT-DESC
                 MOVE WS-TIP-QTD(WS-IND-TIPO)    TO WS-LIN-TOT-QTD
                 MOVE WS-TIP-VL-SALDO-MEDIO(WS-IND-TIPO)
                                            TO WS-LIN-TOT-SALDO-MEDIO
                 MOVE WS-TIP-VL-TARIFAS(WS-IND-TIPO)
                                            TO WS-LIN-TOT-TARIFAS
                 MOVE WS-TIP-VL-JUROS-CHEQUE(WS-IND-TIPO)
                                            TO WS-LIN-TOT-JUROS-CHEQUE
                 MOVE WS-TIP-VL-JUROS-EMPREST(WS-IND-TIPO)
                                            TO WS-LIN-TOT-JUROS-EMPREST
                 MOVE WS-TIP-VL-JUROS-PAGOS(WS-IND-TIPO)
                                            TO WS-LIN-TOT-JUROS-PAGOS
                 MOVE WS-TIP-VL-LIQUIDO(WS-IND-TIPO)
                                            TO WS-LIN-TOT-LIQUIDO
                 MOVE WS-LINHA-TOTAL TO REG-FINRENT
                 PERFORM P7000-GRAVA-LINHA
              END-IF
           END-PERFORM

           .

      *-----------------------------------------------------------------
       P6500-IMPRIME-RESUMO SECTION.
      *-----------------------------------------------------------------

           MOVE 'P6500-IMPRIME-RESUMO' TO WS-NOM-PARAGRAFO

           MOVE WS-LINHA-SEPARADOR TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA

           MOVE ZEROS TO WS-LIN-RES-VALOR
           MOVE 'MOVIMENTOS DO MES NO HISTORICO'  TO WS-LIN-RES-DESC
           MOVE WS-QTD-MOVTOS-MES                TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE 'CONTAS COM MOVIMENTO NO MES'     TO WS-LIN-RES-DESC
           MOVE WS-QTD-CONTAS-MOVTO              TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE 'CLIENTES CLASSIFICADOS'          TO WS-LIN-RES-DESC
           MOVE WS-QTD-CLIENTES                  TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE 'PARCELAS SEM CRONOGRAMA (SEM JUROS)'
                                                 TO WS-LIN-RES-DESC
           MOVE WS-QTD-PARC-SEM-CRONOG           TO WS-LIN-RES-QTD
           MOVE WS-LINHA-RESUMO TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA
           MOVE 'CONTAS SEM TITULAR PRINCIPAL'    TO WS-LIN-RES-DESC
           MOVE WS-QTD-SEM-TITULAR               TO WS-LIN-RES-QTD
           MOVE WS-VL-LIQ-SEM-TITULAR            TO WS-LIN-RES-VALOR
           MOVE WS-LINHA-RESUMO TO REG-FINRENT
           PERFORM P7000-GRAVA-LINHA

           .

      *-----------------------------------------------------------------
       P7000-GRAVA-LINHA SECTION.
      *-----------------------------------------------------------------

           WRITE REG-FINRENT    END-WRITE

           IF WS-FS-FINRENT NOT EQUAL '00'
              MOVE SPACES TO WS-MSG
              STRING 'ERRO - WRITE FINRENT - FILE STATUS = '
                     WS-FS-FINRENT
                     DELIMITED BY SIZE  INTO WS-MSG
              END-STRING
              PERFORM P8000-ERRO
           END-IF

           .

      *-----------------------------------------------------------------
       P8000-ERRO SECTION.
      *-----------------------------------------------------------------

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB276 - TERMINO COM ERRO'
           DISPLAY '***************************************************'
           DISPLAY 'VERSAO      : ' WS-NUM-VERSAO
           DISPLAY 'PARAGRAFO   : ' WS-NOM-PARAGRAFO
           DISPLAY 'MENSAGEM    : ' WS-MSG
           DISPLAY '***************************************************'
           MOVE 99 TO RETURN-CODE

           GOBACK.

      *-----------------------------------------------------------------
       P9000-FINALIZA SECTION.
      *-----------------------------------------------------------------

           CLOSE FINSLDH
                 FINRNTOT
                 FINRENT
           IF FINLNAMR-DISPONIVEL
              CLOSE FINLNAMR
           END-IF
           IF FINCUST-DISPONIVEL
              CLOSE FINCUST
                    FINTITL
           END-IF
           IF FINSLDS-DISPONIVEL
              CLOSE FINSLDS
           END-IF

           MOVE 'FINRENT.ord'  TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO
           MOVE 'FINRENTR.ord' TO WS-ARQ-DESTINO
           CALL 'CBL_DELETE_FILE' USING WS-ARQ-DESTINO

           DISPLAY '***************************************************'
           DISPLAY 'PROGRAMA FINPB276 - TERMINO NORMAL'
           DISPLAY '***************************************************'
           DISPLAY 'MES DE REFERENCIA           - ' WS-ANOMES-EXECUCAO
           DISPLAY 'QTD LIDOS FINSLDH           - ' WS-QTD-LIDOS-HIST
           DISPLAY 'QTD MOVIMENTOS DO MES       - ' WS-QTD-MOVTOS-MES
           DISPLAY 'QTD TARIFAS                 - ' WS-QTD-TARIFAS
           DISPLAY 'QTD JUROS CHEQUE ESPECIAL   - '
                    WS-QTD-JUROS-CHEQUE
           DISPLAY 'QTD PARCELAS DE EMPRESTIMO  - ' WS-QTD-PARCELAS
           DISPLAY 'QTD PARCELAS SEM CRONOGRAMA - '
                    WS-QTD-PARC-SEM-CRONOG
           DISPLAY 'QTD CREDITOS DE JUROS PAGOS - ' WS-QTD-JUROS-PAGOS
           DISPLAY 'QTD CONTAS COM MOVIMENTO    - '
                    WS-QTD-CONTAS-MOVTO
           DISPLAY 'QTD CLIENTES CLASSIFICADOS  - ' WS-QTD-CLIENTES
           DISPLAY 'QTD CONTAS SEM TITULAR      - ' WS-QTD-SEM-TITULAR
           DISPLAY '***************************************************'

           .
